       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-letturerep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CONSULTAZIONI DEI DATI SANITARI (LETTURE, VEDI ST-LETTURA) NEL
      * PERIODO RICHIESTO, IN DUE VISTE:
      *   - CON LINK-CLIENTE VALORIZZATO: "CHI HA VISTO LA MIA
      *     CARTELLA", OGNI APERTURA DI ANAMNESI, DIARIO,
      *     RILEVAZIONI, FOTO E REFERTO DEL CLIENTE CON OPERATORE,
      *     POSTAZIONE E ORA, DA CONSEGNARE AL CLIENTE CHE LA CHIEDE
      *   - CON LINK-CLIENTE A SPAZI: LE LETTURE ANOMALE DI TUTTI I
      *     CLIENTI, CIOE' QUELLE SENZA OPERATORE E QUELLE DI UN
      *     OPERATORE CHE IL CLIENTE NON L'HA MAI AVUTO IN AGENDA
      *     (NESSUN APPUNTAMENTO, DI QUALUNQUE DATA, A SUO NOME)
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "letture.sl".
           copy "clienti.sl".
           copy "operatori.sl".
           copy "appuntamenti.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "letture.fd".
           copy "clienti.fd".
           copy "operatori.fd".
           copy "appuntamenti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-letture        pic xx.
       77  status-clienti        pic xx.
       77  status-operatori      pic xx.
       77  status-appuntamenti   pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Consultazioni dati sanitari".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 vista-cliente      value 1 false 0.
       77  filler                pic 9.
           88 anomala            value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-motivo             pic x(20).
       77  ws-tot-letture        pic 9(5) value 0.

      * VERIFICHE CLIENTE/OPERATORE GIA' FATTE SU APPUNTAMENTI: LO
      * STESSO OPERATORE APRE DI SOLITO PIU' DATI DELLO STESSO
      * CLIENTE DI FILA, INUTILE RISCANDIRE L'AGENDA OGNI VOLTA
       78  ws-max-verifiche      value 200.
       01  ws-ver-tab.
           05 ws-ver             occurs 200 times.
              10 ws-ver-cliente       pic x(6).
              10 ws-ver-operatore     pic x(10).
              10 ws-ver-in-agenda     pic 9.
       77  ws-num-verifiche      pic 9(3) value 0.
       77  ws-idx                pic 9(3).

      * EDITING
       77  ws-num-edit           pic zz.zz9.
       77  ws-data-dply          pic x(10).
       77  ws-data-dply-a        pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 r-ora              pic x(8).
           05 r-dato             pic x(14).
           05 r-operatore        pic x(32).
           05 r-postazione       pic x(20).

       01  r-anomala.
           05 rn-data            pic x(12).
           05 rn-ora             pic x(8).
           05 rn-cliente         pic x(28).
           05 rn-operatore       pic x(12).
           05 rn-dato            pic x(14).
           05 rn-motivo          pic x(20).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
      * CLIENTE A SPAZI = LETTURE ANOMALE DI TUTTI I CLIENTI
       77  link-cliente          pic x(6).
      * DATE A ZERO = DALL'INIZIO / FINO A OGGI
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-cliente link-data-da link-data-a
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              if vista-cliente
                 perform CONTROLLA-CLIENTE
              end-if
              if tutto-ok
                 perform APRI-STAMPA
                 if tutto-ok-stampa
                    if vista-cliente
                       perform STAMPA-CARTELLA
                    else
                       perform STAMPA-ANOMALE
                    end-if
                    if ws-tot-letture = 0
                       perform STAMPA-NESSUNA
                    end-if
                    set spl-chiusura to true
                    call "spooler" using spooler-link
                 end-if
              end-if
              perform CLOSE-FILES
           end-if.
           if tutto-ok and tutto-ok-stampa
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           set stampa-aperta   to false.
           move 0 to ws-tot-letture ws-num-verifiche.
           if link-cliente = spaces
              set vista-cliente to false
           else
              set vista-cliente to true
           end-if.
           accept ws-data-corrente from century-date.
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da > ws-data-a
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open input clienti operatori appuntamenti param.
           open input letture.
           if status-letture = "35"
              open output letture
              close       letture
              open input  letture
           end-if.

      ***---
       CONTROLLA-CLIENTE.
           move link-cliente to cli-codice.
           read clienti no lock
                invalid set tutto-ok to false
           end-read.

       APRI-STAMPA.
           if link-stampante = spaces
              initialize spooler-link
              call   "selprint" using selprint-linkage
              cancel "selprint"
           else
              move link-stampante to selprint-stampante
           end-if.

           if selprint-stampante not = space
              move selprint-num-copie to SPL-NUM-COPIE
              move selprint-stampante to SPL-NOME-STAMPANTE

              move titolo to spl-nome-job
              set spl-apertura to true
              set spl-vertical to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 set stampa-aperta to true
                 move spl-altezza to save-altezza-pagina
                 perform CARICA-FONT
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.
           if tutto-ok-stampa
              perform INTESTAZIONE
           end-if.

      ***---
      * LE RIGHE DEL CLIENTE SULLA CHIAVE ALTERNATA ESCONO NELL'ORDINE
      * DI SCRITTURA, CIOE' GIA' IN ORDINE CRONOLOGICO.
       STAMPA-CARTELLA.
           move link-cliente to let-cliente.
           start letture key >= let-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read letture next no lock at end exit perform end-read
              if let-cliente not = link-cliente
                 exit perform
              end-if
              if let-data >= ws-data-da and let-data <= ws-data-a
                 perform STAMPA-RIGA-CARTELLA
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-CARTELLA.
           add 1 to ws-tot-letture.
           perform SALTO-SE-PAGINA-PIENA.
           move spaces to r-riga.
           move let-data to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to r-data.
           string let-ora(1:2) delimited size
                  ":"          delimited size
                  let-ora(3:2) delimited size
             into r-ora
           end-string.
           perform DESCRIVI-DATO.
           move ws-motivo to r-dato.
           if let-operatore = spaces
              move "non indicato" to r-operatore
           else
              move let-operatore to ope-codice
              read operatori no lock
                   invalid move let-operatore to r-operatore
               not invalid move ope-nome      to r-operatore
              end-read
           end-if.
           move let-postazione to r-postazione.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-ANOMALE.
           move low-value  to let-chiave.
           move ws-data-da to let-data.
           start letture key >= let-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read letture next no lock at end exit perform end-read
              if let-data > ws-data-a
                 exit perform
              end-if
              perform CONTROLLA-ANOMALIA
              if anomala
                 perform STAMPA-RIGA-ANOMALA
              end-if
           end-perform.

      ***---
       CONTROLLA-ANOMALIA.
           set anomala to false.
           if let-operatore = spaces
              set anomala to true
              move "senza operatore" to ws-motivo
              exit paragraph
           end-if.
           set trovato to false.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-verifiche
              if ws-ver-cliente(ws-idx)   = let-cliente and
                 ws-ver-operatore(ws-idx) = let-operatore
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato
              perform CERCA-IN-AGENDA
           end-if.
           if ws-ver-in-agenda(ws-idx) = 0
              set anomala to true
              move "mai in agenda" to ws-motivo
           end-if.

      ***---
      * A TABELLA PIENA SI RIUSA L'ULTIMA POSIZIONE: LA VERIFICA SI
      * FA COMUNQUE, SI PERDE SOLO IL RISPARMIO DELLA CACHE.
       CERCA-IN-AGENDA.
           if ws-num-verifiche < ws-max-verifiche
              add 1 to ws-num-verifiche
           end-if.
           move ws-num-verifiche to ws-idx.
           move let-cliente      to ws-ver-cliente(ws-idx).
           move let-operatore    to ws-ver-operatore(ws-idx).
           move 0                to ws-ver-in-agenda(ws-idx).
           move let-cliente to app-cliente.
           start appuntamenti key >= app-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-cliente not = let-cliente
                 exit perform
              end-if
              if app-operatore = let-operatore
                 move 1 to ws-ver-in-agenda(ws-idx)
                 exit perform
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-ANOMALA.
           add 1 to ws-tot-letture.
           perform SALTO-SE-PAGINA-PIENA.
           move spaces to r-anomala.
           move ws-motivo to rn-motivo.
           move let-data to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to rn-data.
           string let-ora(1:2) delimited size
                  ":"          delimited size
                  let-ora(3:2) delimited size
             into rn-ora
           end-string.
           move let-cliente to cli-codice.
           read clienti no lock
                invalid move spaces to cli-ragsoc
           end-read.
           string let-cliente     delimited size
                  " "             delimited size
                  cli-ragsoc      delimited size
             into rn-cliente
           end-string.
           move let-operatore to rn-operatore.
           perform DESCRIVI-DATO.
           move ws-motivo to rn-dato.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-anomala to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * IL MOTIVO DELL'ANOMALIA E' GIA' IN RN-MOTIVO: WS-MOTIVO SI
      * RIUSA PER LA DESCRIZIONE DEL DATO.
       DESCRIVI-DATO.
           evaluate true
           when let-anamnesi    move "Anamnesi"    to ws-motivo
           when let-diario      move "Diario"      to ws-motivo
           when let-rilevazioni move "Rilevazioni" to ws-motivo
           when let-foto        move "Foto"        to ws-motivo
           when let-referto     move "Referto"     to ws-motivo
           when other           move spaces        to ws-motivo
           end-evaluate.

      ***---
       STAMPA-NESSUNA.
           perform SALTO-SE-PAGINA-PIENA.
           move spaces to r-riga.
           if vista-cliente
              move "Nessuna consultazione nel periodo." to r-operatore
           else
              move "Nessuna lettura anomala nel periodo."
                to r-operatore
           end-if.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       EDITA-DATA.
           initialize ws-data-dply.
           string ws-data-edit(7:2) delimited size
                  "/"               delimited size
                  ws-data-edit(5:2) delimited size
                  "/"               delimited size
                  ws-data-edit(1:4) delimited size
                  into ws-data-dply
           end-string.

      ***---
       SALTO-SE-PAGINA-PIENA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move titolo             to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           move ws-data-a to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to ws-data-dply-a.
           move ws-data-da to ws-data-edit.
           perform EDITA-DATA.
           if vista-cliente
              string "Cartella di "        delimited size
                     cli-ragsoc            delimited "  "
                     " (" link-cliente ")" delimited size
                     " dal "               delimited size
                     ws-data-dply          delimited size
                     " al "                delimited size
                     ws-data-dply-a        delimited size
                into spl-riga-stampa
              end-string
           else
              string "Letture anomale dal " delimited size
                     ws-data-dply           delimited size
                     " al "                 delimited size
                     ws-data-dply-a         delimited size
                into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 2,3 to save-riga.
           initialize spl-riga-stampa.
           if vista-cliente
              string "DATA        ORA     DATO          "
                                              delimited size
                     "OPERATORE                       "
                                              delimited size
                     "POSTAZIONE"             delimited size
                into spl-riga-stampa
              end-string
           else
              string "DATA        ORA     CLIENTE"
                                              delimited size
                     "                     OPERATORE   "
                                              delimited size
                     "DATO          MOTIVO"   delimited size
                into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 0   to num-righe.
           move 2,8 to save-riga.

      ***---
       SCRIVI.
           add  78-passo      to save-riga.
           move save-riga     to spl-riga.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
      * FONT DI RISERVA CONFIGURATI SU PARAM, USATI PIU' SOTTO SE UN
      * FONT STANDARD NON E' INSTALLATO SULLA POSTAZIONE DI STAMPA.
           move spaces to prm-chiave.
           read param  no lock
                invalid initialize rec-param
           end-read.

      * Calibri 20BI
           initialize wfont-data Calibri20BI.
           move 20 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to true.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri20BI          to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri20BI.
           if errori
              exit paragraph
           end-if.

      * Calibri 12B
           initialize wfont-data Calibri12B.
           move 12 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri12B           to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri12B.
           if errori
              exit paragraph
           end-if.

      * Calibri 10
           initialize wfont-data Calibri10.
           move 10 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri10            to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri10.

      ***---
       CARICA-FONT-CON-FALLBACK.
      * TENTA, NELL'ORDINE CONFIGURATO SU PARAM, I FONT DI RISERVA
      * PRIMA DI ARRENDERSI E BLOCCARE LA STAMPA: DIMENSIONE E STILE
      * GIA' IMPOSTATI DAL CHIAMANTE IN WFONT-DATA, CAMBIA SOLO IL
      * NOME.
           call "W$FONT" using wfont-get-font, ws-font-handle-target,
                               wfont-data
                        giving wfont-status.

           move 0 to ws-font-idx.
           perform until wfont-status = 1 or ws-font-idx > 3
              add 1 to ws-font-idx
              if prm-font-fallback (ws-font-idx) not = spaces
                 move prm-font-fallback (ws-font-idx) to wfont-name
                 call "W$FONT" using wfont-get-font,
                                     ws-font-handle-target,
                                     wfont-data
                              giving wfont-status
              end-if
           end-perform.

           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.

           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.

           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verrà abortita!"
                                    delimited size
              into messaggio.

           inspect messaggio replacing trailing space by low-value.

           display message messaggio.

           initialize errlog-link.
           move "ST-LETTUREREP"   to ell-programma.
           move "CARICA-FONT"     to ell-paragrafo.
           set ell-errore-font    to true.
           string "Font "         delimited size
                  wfont-name      delimited low-value
                  " dimensione "  delimited size
                  font-size-dply  delimited size
                  " non installato" delimited size
             into ell-messaggio.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           if not tutto-ok
              if vista-cliente
                 move "Cliente inesistente o periodo non valido"
                   to messaggio
              else
                 move "Periodo non valido" to messaggio
              end-if
           else
              if not tutto-ok-stampa
                 exit paragraph
              end-if
              move ws-tot-letture to ws-num-edit
              if vista-cliente
                 string "Consultazioni riportate: " delimited size
                        ws-num-edit                 delimited size
                   into messaggio
                 end-string
              else
                 string "Letture anomale riportate: " delimited size
                        ws-num-edit                   delimited size
                   into messaggio
                 end-string
              end-if
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close letture clienti operatori appuntamenti param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
