       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-disdrep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REPORT MENSILE DELLE DISDETTE E DELLE PENALI (DISDETTE, VEDI
      * ST-DISDETTE), PER GLI APPUNTAMENTI DEL MESE RICHIESTO:
      *   - PER MOTIVO: DISDETTE, NO-SHOW, QUANTE TARDIVE, PENALI
      *     ADDEBITATE (FATTURATE, SCALATE DAL PACCHETTO O ANCORA DA
      *     FATTURARE) E PENALI CONDONATE
      *   - IL DETTAGLIO DELLE PENALI CONDONATE CON L'OPERATORE CHE
      *     LE HA CONDONATE E LA DATA DEL CONDONO
      * I MOTIVI NON INDICATI FINISCONO SOTTO "NON INDICATO".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "disdette.sl".
           copy "motividisd.sl".
           copy "clienti.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "disdette.fd".
           copy "motividisd.fd".
           copy "clienti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-disdette       pic xx.
       77  status-motividisd     pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Disdette e penali del mese".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

      * TABELLA DI ACCUMULO (UNA RIGA PER MOTIVO)
       78  ws-max-motivi         value 100.
       01  ws-mot-tab.
           05 ws-mot             occurs 100 times indexed by ws-idx.
              10 ws-mot-codice        pic x(4).
              10 ws-mot-disdette      pic 9(5).
              10 ws-mot-noshow        pic 9(5).
              10 ws-mot-tardive       pic 9(5).
              10 ws-mot-addebitate    pic s9(7)v99.
              10 ws-mot-condonate     pic s9(7)v99.
       77  ws-num-motivi         pic 9(3) value 0.

      * TOTALI DEL MESE
       77  ws-tot-disdette       pic 9(5) value 0.
       77  ws-tot-noshow         pic 9(5) value 0.
       77  ws-tot-tardive        pic 9(5) value 0.
       77  ws-tot-addebitate     pic s9(9)v99 value 0.
       77  ws-tot-da-fatturare   pic s9(9)v99 value 0.
       77  ws-tot-pacchetto      pic s9(9)v99 value 0.
       77  ws-tot-condonate      pic s9(9)v99 value 0.
       77  ws-num-condonate      pic 9(5) value 0.

      * EDITING
       77  ws-num-edit           pic zz.zz9.
       77  ws-imp-edit           PIC ---.---.--9,99.
       77  ws-data-dply          pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-motivo           pic x(30).
           05 r-disdette         pic zzzz9.
           05 filler             pic x(2).
           05 r-noshow           pic zzzz9.
           05 filler             pic x(2).
           05 r-tardive          pic zzzz9.
           05 filler             pic x(2).
           05 r-addebitate       pic ---.--9,99.
           05 filler             pic x(2).
           05 r-condonate        pic ---.--9,99.

       01  r-condono.
           05 rc-data            pic x(12).
           05 rc-cliente         pic x(30).
           05 rc-motivo          pic x(6).
           05 rc-importo         pic ---.--9,99.
           05 filler             pic x(2).
           05 rc-operatore       pic x(20).
           05 rc-data-condono    pic x(10).

       01  r-voce-totale.
           05 r-voce             pic x(50).
           05 r-valore           pic x(20).

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
       77  link-anno             pic 9(4).
       77  link-mese             pic 9(2).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-mese link-stampante
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform TOTALIZZA-DISDETTE
              perform APRI-STAMPA
              if tutto-ok-stampa
                 perform STAMPA-MOTIVI
                 perform STAMPA-TOTALI
                 perform STAMPA-CONDONATE
                 set spl-chiusura to true
                 call "spooler" using spooler-link
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
           move 0 to ws-num-motivi.
           if link-anno = 0 or link-mese < 1 or link-mese > 12
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open input disdette.
           if status-disdette = "35"
              open output disdette
              close       disdette
              open input  disdette
           end-if.
           open input motividisd.
           if status-motividisd = "35"
              open output motividisd
              close       motividisd
              open input  motividisd
           end-if.
           open input clienti param.

      ***---
       POSIZIONA-MESE.
           move low-value to dsd-chiave.
           move link-anno to dsd-data(1:4).
           move link-mese to dsd-data(5:2).
           start disdette key >= dsd-chiave
                 invalid set trovato to false
             not invalid set trovato to true
           end-start.

      ***---
       TOTALIZZA-DISDETTE.
           perform POSIZIONA-MESE.
           if not trovato
              exit paragraph
           end-if.
           perform until 1 = 2
              read disdette next no lock at end exit perform end-read
              if dsd-data(1:4) not = link-anno or
                 dsd-data(5:2) not = link-mese
                 exit perform
              end-if
              perform ACCUMULA-MOTIVO
           end-perform.

      ***---
       ACCUMULA-MOTIVO.
           set trovato to false.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-motivi
              if ws-mot-codice(ws-idx) = dsd-motivo
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato
              if ws-num-motivi >= ws-max-motivi
                 exit paragraph
              end-if
              add 1 to ws-num-motivi
              set ws-idx to ws-num-motivi
              initialize ws-mot(ws-idx)
              move dsd-motivo to ws-mot-codice(ws-idx)
           end-if.
           if dsd-no-show
              add 1 to ws-mot-noshow(ws-idx) ws-tot-noshow
           else
              add 1 to ws-mot-disdette(ws-idx) ws-tot-disdette
           end-if.
           if dsd-e-tardiva
              add 1 to ws-mot-tardive(ws-idx) ws-tot-tardive
           end-if.
           evaluate true
           when dsd-penale-condonata
                add dsd-penale to ws-mot-condonate(ws-idx)
                                  ws-tot-condonate
                add 1 to ws-num-condonate
           when dsd-penale-dovuta
                add dsd-penale to ws-mot-addebitate(ws-idx)
                                  ws-tot-addebitate
                                  ws-tot-da-fatturare
           when dsd-penale-pacchetto
                add dsd-penale to ws-mot-addebitate(ws-idx)
                                  ws-tot-addebitate
                                  ws-tot-pacchetto
           when dsd-penale-fatturata
                add dsd-penale to ws-mot-addebitate(ws-idx)
                                  ws-tot-addebitate
           when other
                continue
           end-evaluate.

      ***---
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
       STAMPA-MOTIVI.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string "MOTIVO                     DISDETTE  NO-SHOW  "
                                                   delimited size
                  "TARDIVE  ADDEBITATE  CONDONATE" delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-motivi
              initialize r-riga
              if ws-mot-codice(ws-idx) = spaces
                 move "NON INDICATO" to r-motivo
              else
                 move ws-mot-codice(ws-idx) to mtd-codice
                 read motividisd no lock
                      invalid move ws-mot-codice(ws-idx)
                                to mtd-descrizione
                 end-read
                 move mtd-descrizione to r-motivo
              end-if
              move ws-mot-disdette(ws-idx)   to r-disdette
              move ws-mot-noshow(ws-idx)     to r-noshow
              move ws-mot-tardive(ws-idx)    to r-tardive
              move ws-mot-addebitate(ws-idx) to r-addebitate
              move ws-mot-condonate(ws-idx)  to r-condonate
              perform SALTO-SE-PAGINA-PIENA
              move Calibri10 to spl-hfont
              move 2 to spl-tipo-colonna
              move r-riga to spl-riga-stampa
              perform SCRIVI
           end-perform.

      ***---
       STAMPA-TOTALI.
           add 0,4 to save-riga.
           move "Disdette"                    to r-voce.
           move ws-tot-disdette               to ws-num-edit.
           move ws-num-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "Mancate presentazioni (no-show)" to r-voce.
           move ws-tot-noshow                 to ws-num-edit.
           move ws-num-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "di cui tardive"              to r-voce.
           move ws-tot-tardive                to ws-num-edit.
           move ws-num-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "Penali addebitate"           to r-voce.
           move ws-tot-addebitate             to ws-imp-edit.
           move ws-imp-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "  di cui scalate dal pacchetto" to r-voce.
           move ws-tot-pacchetto              to ws-imp-edit.
           move ws-imp-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "  di cui ancora da fatturare" to r-voce.
           move ws-tot-da-fatturare           to ws-imp-edit.
           move ws-imp-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "Penali condonate"            to r-voce.
           move ws-tot-condonate              to ws-imp-edit.
           move ws-imp-edit                   to r-valore.
           perform STAMPA-VOCE.

      ***---
       STAMPA-VOCE.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-voce-totale to spl-riga-stampa.
           perform SCRIVI.
           initialize r-voce-totale.

      ***---
      * SECONDA PASSATA SUL MESE PER IL DETTAGLIO DEI CONDONI.
       STAMPA-CONDONATE.
           if ws-num-condonate = 0
              exit paragraph
           end-if.
           add 0,4 to save-riga.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string "PENALI CONDONATE: DATA, CLIENTE, MOTIVO, "
                                                   delimited size
                  "IMPORTO, OPERATORE, DATA CONDONO" delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           perform POSIZIONA-MESE.
           if not trovato
              exit paragraph
           end-if.
           perform until 1 = 2
              read disdette next no lock at end exit perform end-read
              if dsd-data(1:4) not = link-anno or
                 dsd-data(5:2) not = link-mese
                 exit perform
              end-if
              if dsd-penale-condonata
                 perform STAMPA-RIGA-CONDONO
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-CONDONO.
           initialize r-condono.
           move dsd-data to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to rc-data.
           move dsd-cliente to cli-codice.
           read clienti no lock
                invalid move dsd-cliente to cli-ragsoc
           end-read.
           move cli-ragsoc(1:30)      to rc-cliente.
           move dsd-motivo            to rc-motivo.
           move dsd-penale            to rc-importo.
           move dsd-condono-operatore to rc-operatore.
           move dsd-condono-data      to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply          to rc-data-condono.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-condono to spl-riga-stampa.
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
           string "Appuntamenti del mese " delimited size
                  link-mese                delimited size
                  "/"                      delimited size
                  link-anno                delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

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
           move "ST-DISDREP"      to ell-programma.
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
              move "Anno o mese non validi" to messaggio
           else
              if not tutto-ok-stampa
                 exit paragraph
              end-if
              compute ws-num-edit = ws-tot-disdette + ws-tot-noshow
              string "Disdette e no-show riportati: " delimited size
                     ws-num-edit                      delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close disdette motividisd clienti param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
