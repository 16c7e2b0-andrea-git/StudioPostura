       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-ecmrep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * RIEPILOGO DEI CREDITI FORMATIVI ECM (REGISTRO CREDITIECM, VEDI
      * ST-CREDITIECM) PER OPERATORE, SUGLI ANNI DA LINK-ANNO-DA A
      * LINK-ANNO-A (TIPICAMENTE IL TRIENNIO FORMATIVO). PER OGNI
      * OPERATORE GLI EVENTI DEL PERIODO CON DATA, PROVIDER E CREDITI,
      * IL TOTALE E IL CONFRONTO CON L'OBIETTIVO DEL PERIODO
      * (78-CREDITI-ANNUI PER OGNI ANNO): CHI E' SOTTO VIENE
      * SEGNALATO. LINK-OPERATORE A SPAZI = TUTTI GLI OPERATORI
      * ATTIVI, ANCHE QUELLI SENZA EVENTI NEL PERIODO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "creditiecm.sl".
           copy "operatori.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "creditiecm.fd".
           copy "operatori.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-creditiecm     pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Crediti formativi ECM".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
      * OBIETTIVO ANNUO DI CREDITI (150 NEL TRIENNIO)
       78  78-crediti-annui      value 50.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-crediti-operatore  pic 9(5)v9.
       77  ws-obiettivo          pic 9(5)v9.
       77  ws-num-operatori      pic 9(4) value 0.
       77  ws-num-sotto          pic 9(4) value 0.

      * EDITING
       77  ws-num-edit           pic zzz9.
       77  ws-crediti-edit       pic zz.zz9,9.
       77  ws-data-dply          pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 r-evento           pic x(40).
           05 r-provider         pic x(24).
           05 r-crediti          pic zz9,9.

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
       77  link-operatore        pic x(10).
       77  link-anno-da          pic 9(4).
       77  link-anno-a           pic 9(4).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-operatore link-anno-da
                                 link-anno-a link-stampante
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform APRI-STAMPA
              if tutto-ok-stampa
                 perform STAMPA-OPERATORI
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
           if link-anno-da = 0 or link-anno-a < link-anno-da
              set tutto-ok to false
           end-if.
           compute ws-obiettivo =
                   (link-anno-a - link-anno-da + 1) * 78-crediti-annui.

      ***---
       OPEN-FILES.
           open input creditiecm.
           if status-creditiecm = "35"
              open output creditiecm
              close       creditiecm
              open input  creditiecm
           end-if.
           open input operatori param.

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
       STAMPA-OPERATORI.
           if link-operatore not = spaces
              move link-operatore to ope-codice
              read operatori no lock
                   invalid move link-operatore to ope-nome
              end-read
              perform STAMPA-OPERATORE
              exit paragraph
           end-if.
           move low-value to ope-codice.
           start operatori key >= ope-codice
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read operatori next no lock at end exit perform end-read
              if ope-attivo
                 perform STAMPA-OPERATORE
              end-if
           end-perform.

      ***---
       STAMPA-OPERATORE.
           add 1 to ws-num-operatori.
           move 0 to ws-crediti-operatore.
           add 0,4 to save-riga.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string ope-codice delimited size
                  " - "      delimited size
                  ope-nome   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           move ope-codice to ecm-operatore.
           move 0          to ecm-progressivo.
           start creditiecm key >= ecm-chiave
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read creditiecm next no lock
                         at end exit perform
                    end-read
                    if ecm-operatore not = ope-codice
                       exit perform
                    end-if
                    if ecm-data(1:4) >= link-anno-da and
                       ecm-data(1:4) <= link-anno-a
                       perform STAMPA-RIGA-EVENTO
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-OPERATORE.

      ***---
       STAMPA-RIGA-EVENTO.
           add ecm-crediti to ws-crediti-operatore.
           initialize r-riga.
           move ecm-data to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply     to r-data.
           move ecm-evento(1:40) to r-evento.
           move ecm-provider     to r-provider.
           move ecm-crediti      to r-crediti.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-TOTALE-OPERATORE.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           move ws-crediti-operatore to ws-crediti-edit.
           if ws-crediti-operatore < ws-obiettivo
              add 1 to ws-num-sotto
              string "Totale crediti nel periodo: " delimited size
                     ws-crediti-edit                delimited size
                     "  SOTTO OBIETTIVO"            delimited size
                into spl-riga-stampa
              end-string
           else
              string "Totale crediti nel periodo: " delimited size
                     ws-crediti-edit                delimited size
                into spl-riga-stampa
              end-string
           end-if.
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
           move ws-obiettivo to ws-crediti-edit.
           string "Anni dal "                delimited size
                  link-anno-da               delimited size
                  " al "                     delimited size
                  link-anno-a                delimited size
                  " - obiettivo crediti: "   delimited size
                  ws-crediti-edit            delimited size
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
           move "ST-ECMREP"       to ell-programma.
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
              move ws-num-sotto to ws-num-edit
              string "Operatori sotto l'obiettivo ECM: "
                                           delimited size
                     ws-num-edit           delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close creditiecm operatori param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
