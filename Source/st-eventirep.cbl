       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-eventirep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REPORT PERIODICO DEL REGISTRO EVENTI AVVERSI (EVENTIAVV, VEDI
      * ST-EVENTIAVV) PER IL RISCHIO CLINICO, SUGLI EVENTI ACCADUTI
      * NEL PERIODO RICHIESTO:
      *   - PER TIPO, CON LA RIPARTIZIONE PER GRAVITA' E GLI EVENTI
      *     ANCORA APERTI, PIU' LA RIGA DEI TOTALI PER GRAVITA'
      *   - PER OPERATORE COINVOLTO, CON LE STESSE COLONNE
      *   - L'ELENCO DEGLI EVENTI ANCORA APERTI CON LE AZIONI
      *     CORRETTIVE PREVISTE
      * GLI EVENTI SENZA OPERATORE FINISCONO SOTTO "NON INDICATO".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "eventiavv.sl".
           copy "operatori.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "eventiavv.fd".
           copy "operatori.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-eventiavv      pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Registro eventi avversi".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).

      * TIPI E GRAVITA' DEL TRACCIATO, NELL'ORDINE DI STAMPA
       01  ws-tipi-valori.
           05 filler pic x(23) value "CCADUTA".
           05 filler pic x(23) value "UUSTIONE DA APPARECCHIO".
           05 filler pic x(23) value "RREAZIONE A PRODOTTI".
           05 filler pic x(23) value "QQUASI-INCIDENTE".
           05 filler pic x(23) value "AALTRO".
       01  filler redefines ws-tipi-valori.
           05 ws-tipo-val        occurs 5 times.
              10 ws-tipo-codice       pic x(1).
              10 ws-tipo-descrizione  pic x(22).
       77  ws-gravita-codici     pic x(4) value "NLMG".

      * TABELLE DI ACCUMULO: PER TIPO (FISSA) E PER OPERATORE
       01  ws-tip-tab.
           05 ws-tip             occurs 5 times.
              10 ws-tip-gravita       pic 9(5) occurs 4 times.
              10 ws-tip-totale        pic 9(5).
              10 ws-tip-aperti        pic 9(5).
       78  ws-max-operatori      value 50.
       01  ws-ope-tab.
           05 ws-ope             occurs 50 times.
              10 ws-ope-codice        pic x(10).
              10 ws-ope-gravita       pic 9(5) occurs 4 times.
              10 ws-ope-totale        pic 9(5).
              10 ws-ope-aperti        pic 9(5).
       77  ws-num-operatori      pic 9(3) value 0.
       01  ws-tot-gravita-tab.
           05 ws-tot-gravita     pic 9(5) occurs 4 times.
       77  ws-tot-eventi         pic 9(5) value 0.
       77  ws-tot-aperti         pic 9(5) value 0.

       77  ws-idx                pic 9(3).
       77  ws-tidx               pic 9(2).
       77  ws-gidx               pic 9(2).

      * EDITING
       77  ws-num-edit           pic zz.zz9.
       77  ws-data-dply          pic x(10).
       77  ws-data-dply-a        pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-voce             pic x(30).
           05 r-gravita          occurs 4 times.
              10 r-gravita-num   pic zzzz9.
              10 filler          pic x(4).
           05 r-totale           pic zzzz9.
           05 filler             pic x(4).
           05 r-aperti           pic zzzz9.

       01  r-aperto.
           05 ra-numero          pic z(5)9.
           05 filler             pic x(2).
           05 ra-data            pic x(12).
           05 ra-tipo            pic x(2).
           05 ra-gravita         pic x(2).
           05 ra-azioni          pic x(80).

       01  r-voce-totale.
           05 r-voce-tot         pic x(50).
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
      * DATE A ZERO = DALL'INIZIO / FINO A OGGI
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform TOTALIZZA-EVENTI
              perform APRI-STAMPA
              if tutto-ok-stampa
                 perform STAMPA-TIPI
                 perform STAMPA-OPERATORI
                 perform STAMPA-TOTALI
                 perform STAMPA-APERTI
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
           initialize ws-tip-tab ws-ope-tab ws-tot-gravita-tab.
           move 0 to ws-num-operatori ws-tot-eventi ws-tot-aperti.
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
           open input eventiavv.
           if status-eventiavv = "35"
              open output eventiavv
              close       eventiavv
              open input  eventiavv
           end-if.
           open input operatori param.

      ***---
       POSIZIONA-PERIODO.
           move ws-data-da to eva-data.
           start eventiavv key >= eva-data
                 invalid set trovato to false
             not invalid set trovato to true
           end-start.

      ***---
       TOTALIZZA-EVENTI.
           perform POSIZIONA-PERIODO.
           if not trovato
              exit paragraph
           end-if.
           perform until 1 = 2
              read eventiavv next no lock at end exit perform end-read
              if eva-data > ws-data-a
                 exit perform
              end-if
              perform ACCUMULA-EVENTO
           end-perform.

      ***---
      * UN TIPO O UNA GRAVITA' FUORI TRACCIATO (NON DOVREBBE
      * CAPITARE) FINISCONO SOTTO "ALTRO" E "GRAVE".
       ACCUMULA-EVENTO.
           move 5 to ws-tidx.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              if ws-tipo-codice(ws-idx) = eva-tipo
                 move ws-idx to ws-tidx
                 exit perform
              end-if
           end-perform.
           move 4 to ws-gidx.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              if ws-gravita-codici(ws-idx:1) = eva-gravita
                 move ws-idx to ws-gidx
                 exit perform
              end-if
           end-perform.
           add 1 to ws-tip-gravita(ws-tidx ws-gidx)
                    ws-tip-totale(ws-tidx)
                    ws-tot-gravita(ws-gidx)
                    ws-tot-eventi.
           if eva-aperto
              add 1 to ws-tip-aperti(ws-tidx) ws-tot-aperti
           end-if.
           perform ACCUMULA-OPERATORE.

      ***---
       ACCUMULA-OPERATORE.
           set trovato to false.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-operatori
              if ws-ope-codice(ws-idx) = eva-operatore
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato
              if ws-num-operatori >= ws-max-operatori
                 exit paragraph
              end-if
              add 1 to ws-num-operatori
              move ws-num-operatori to ws-idx
              move eva-operatore to ws-ope-codice(ws-idx)
           end-if.
           add 1 to ws-ope-gravita(ws-idx ws-gidx)
                    ws-ope-totale(ws-idx).
           if eva-aperto
              add 1 to ws-ope-aperti(ws-idx)
           end-if.

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
       STAMPA-TIPI.
           initialize spl-riga-stampa.
           string "TIPO                          NESSUNO    LIEVE "
                                                   delimited size
                  " MODERATA    GRAVE   TOTALE   APERTI"
                                                   delimited size
             into spl-riga-stampa
           end-string.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           perform SCRIVI.
           perform varying ws-tidx from 1 by 1 until ws-tidx > 5
              initialize r-riga
              move ws-tipo-descrizione(ws-tidx) to r-voce
              perform varying ws-gidx from 1 by 1 until ws-gidx > 4
                 move ws-tip-gravita(ws-tidx ws-gidx)
                   to r-gravita-num(ws-gidx)
              end-perform
              move ws-tip-totale(ws-tidx) to r-totale
              move ws-tip-aperti(ws-tidx) to r-aperti
              perform STAMPA-RIGA
           end-perform.
           initialize r-riga.
           move "TOTALE" to r-voce.
           perform varying ws-gidx from 1 by 1 until ws-gidx > 4
              move ws-tot-gravita(ws-gidx) to r-gravita-num(ws-gidx)
           end-perform.
           move ws-tot-eventi to r-totale.
           move ws-tot-aperti to r-aperti.
           perform STAMPA-RIGA.

      ***---
       STAMPA-OPERATORI.
           if ws-num-operatori = 0
              exit paragraph
           end-if.
           add 0,4 to save-riga.
           initialize spl-riga-stampa.
           string "OPERATORE                     NESSUNO    LIEVE "
                                                   delimited size
                  " MODERATA    GRAVE   TOTALE   APERTI"
                                                   delimited size
             into spl-riga-stampa
           end-string.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           perform SCRIVI.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-operatori
              initialize r-riga
              if ws-ope-codice(ws-idx) = spaces
                 move "NON INDICATO" to r-voce
              else
                 move ws-ope-codice(ws-idx) to ope-codice
                 read operatori no lock
                      invalid move ws-ope-codice(ws-idx) to ope-nome
                 end-read
                 move ope-nome to r-voce
              end-if
              perform varying ws-gidx from 1 by 1 until ws-gidx > 4
                 move ws-ope-gravita(ws-idx ws-gidx)
                   to r-gravita-num(ws-gidx)
              end-perform
              move ws-ope-totale(ws-idx) to r-totale
              move ws-ope-aperti(ws-idx) to r-aperti
              perform STAMPA-RIGA
           end-perform.

      ***---
       STAMPA-RIGA.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-TOTALI.
           add 0,4 to save-riga.
           move "Eventi nel periodo"          to r-voce-tot.
           move ws-tot-eventi                 to ws-num-edit.
           move ws-num-edit                   to r-valore.
           perform STAMPA-VOCE.
           move "di cui ancora aperti"        to r-voce-tot.
           move ws-tot-aperti                 to ws-num-edit.
           move ws-num-edit                   to r-valore.
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
      * SECONDA PASSATA SUL PERIODO PER L'ELENCO DEGLI APERTI.
       STAMPA-APERTI.
           if ws-tot-aperti = 0
              exit paragraph
           end-if.
           add 0,4 to save-riga.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string "EVENTI APERTI: NUMERO, DATA, TIPO, GRAVITA', "
                                                   delimited size
                  "AZIONI CORRETTIVE"              delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           perform POSIZIONA-PERIODO.
           if not trovato
              exit paragraph
           end-if.
           perform until 1 = 2
              read eventiavv next no lock at end exit perform end-read
              if eva-data > ws-data-a
                 exit perform
              end-if
              if eva-aperto
                 perform STAMPA-RIGA-APERTO
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-APERTO.
           initialize r-aperto.
           move eva-numero  to ra-numero.
           move eva-data    to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to ra-data.
           move eva-tipo    to ra-tipo.
           move eva-gravita to ra-gravita.
           if eva-azioni = spaces
              move "(DA DEFINIRE)" to ra-azioni
           else
              move eva-azioni(1:80) to ra-azioni
           end-if.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-aperto to spl-riga-stampa.
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
           string "Eventi dal "            delimited size
                  ws-data-dply             delimited size
                  " al "                   delimited size
                  ws-data-dply-a           delimited size
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
           move "ST-EVENTIREP"    to ell-programma.
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
              move "Periodo non valido" to messaggio
           else
              if not tutto-ok-stampa
                 exit paragraph
              end-if
              move ws-tot-eventi to ws-num-edit
              string "Eventi riportati: " delimited size
                     ws-num-edit          delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close eventiavv operatori param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
