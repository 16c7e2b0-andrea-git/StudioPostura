       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-errorirep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CONSULTAZIONE DEL GIORNALE DEGLI ERRORI DI ESECUZIONE (ERRLOG,
      * VEDI ST-ERRLOG) NEL PERIODO RICHIESTO. I FILTRI SI SOMMANO E
      * A SPAZI NON FILTRANO:
      *   - LINK-PROGRAMMA: SOLO GLI ERRORI DI QUEL PROGRAMMA (SI LEGGE
      *     SULLA CHIAVE ALTERNATA, SENZA SCORRERE TUTTO IL GIORNALE)
      *   - LINK-FILE:      SOLO GLI ERRORI SU QUELL'ARCHIVIO
      *   - LINK-TIPO:      "F" FILE, "T" FONT, "S" STAMPANTE, "A" ALTRO
      * PER OGNI ERRORE DUE RIGHE: DOVE (DATA/ORA, PROGRAMMA,
      * PARAGRAFO, FILE, STATUS, OPERATORE) E COSA (CHIAVE DEL RECORD,
      * MESSAGGIO, POSTAZIONE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "errlog.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "errlog.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-errlog         pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Giornale degli errori".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 da-stampare        value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-tot-errori         pic 9(5) value 0.

      * EDITING
       77  ws-num-edit           pic zz.zz9.
       77  ws-data-dply          pic x(10).
       77  ws-data-dply-a        pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 r-ora              pic x(10).
           05 r-programma        pic x(16).
           05 r-paragrafo        pic x(20).
           05 r-file             pic x(14).
           05 r-status           pic x(4).
           05 r-operatore        pic x(12).

       01  r-dettaglio.
           05 filler             pic x(22).
           05 rd-testo           pic x(76).

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
      * FILTRI A SPAZI = TUTTI
       77  link-programma        pic x(15).
       77  link-file             pic x(15).
       77  link-tipo             pic x(1).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-programma link-file link-tipo
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform APRI-STAMPA
              if tutto-ok-stampa
                 if link-programma = spaces
                    perform STAMPA-PER-DATA
                 else
                    perform STAMPA-PER-PROGRAMMA
                 end-if
                 if ws-tot-errori = 0
                    perform STAMPA-NESSUNO
                 end-if
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
           move 0 to ws-tot-errori.
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
           open input param.
           open input errlog.
           if status-errlog = "35"
              open output errlog
              close       errlog
              open input  errlog
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
       STAMPA-PER-DATA.
           move low-value  to elg-chiave.
           move ws-data-da to elg-data.
           start errlog key >= elg-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read errlog next no lock at end exit perform end-read
              if elg-data > ws-data-a
                 exit perform
              end-if
              perform APPLICA-FILTRI
              if da-stampare
                 perform STAMPA-ERRORE
              end-if
           end-perform.

      ***---
      * LE RIGHE DEL PROGRAMMA SULLA CHIAVE ALTERNATA ESCONO
      * NELL'ORDINE DI SCRITTURA, CIOE' GIA' IN ORDINE CRONOLOGICO.
       STAMPA-PER-PROGRAMMA.
           move link-programma to elg-programma.
           start errlog key >= elg-programma
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read errlog next no lock at end exit perform end-read
              if elg-programma not = link-programma
                 exit perform
              end-if
              if elg-data >= ws-data-da and elg-data <= ws-data-a
                 perform APPLICA-FILTRI
                 if da-stampare
                    perform STAMPA-ERRORE
                 end-if
              end-if
           end-perform.

      ***---
       APPLICA-FILTRI.
           set da-stampare to true.
           if link-file not = spaces and elg-file not = link-file
              set da-stampare to false
           end-if.
           if link-tipo not = spaces and elg-tipo not = link-tipo
              set da-stampare to false
           end-if.

      ***---
       STAMPA-ERRORE.
           add 1 to ws-tot-errori.
           perform SALTO-SE-PAGINA-PIENA.
           move spaces to r-riga.
           move elg-data to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to r-data.
           string elg-ora(1:2) delimited size
                  ":"          delimited size
                  elg-ora(3:2) delimited size
                  ":"          delimited size
                  elg-ora(5:2) delimited size
             into r-ora
           end-string.
           move elg-programma to r-programma.
           move elg-paragrafo to r-paragrafo.
           evaluate true
           when elg-errore-file      move elg-file    to r-file
           when elg-errore-font      move "(font)"    to r-file
           when elg-errore-stampante move "(stampa)"  to r-file
           when other                move elg-file    to r-file
           end-evaluate.
           move elg-status to r-status.
           if elg-operatore = spaces
              move "-" to r-operatore
           else
              move elg-operatore to r-operatore
           end-if.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

           add 1 to num-righe.
           move spaces to r-dettaglio.
           if elg-chiave-record = spaces
              string elg-messaggio      delimited "  "
                     " - "              delimited size
                     elg-postazione     delimited "  "
                into rd-testo
              end-string
           else
              string "["                delimited size
                     elg-chiave-record  delimited "  "
                     "] "               delimited size
                     elg-messaggio      delimited "  "
                     " - "              delimited size
                     elg-postazione     delimited "  "
                into rd-testo
              end-string
           end-if.
           move r-dettaglio to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-NESSUNO.
           perform SALTO-SE-PAGINA-PIENA.
           move spaces to r-dettaglio.
           move "Nessun errore nel periodo." to rd-testo.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-dettaglio to spl-riga-stampa.
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
      * OGNI ERRORE OCCUPA DUE RIGHE: SI SALTA PAGINA UNA RIGA PRIMA
      * PER NON SEPARARLE.
       SALTO-SE-PAGINA-PIENA.
           add 1 to num-righe.
           if num-righe > 78-max-righe - 1
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
           string "Errori dal "          delimited size
                  ws-data-dply           delimited size
                  " al "                 delimited size
                  ws-data-dply-a         delimited size
                  "  programma: "        delimited size
                  link-programma         delimited "  "
                  "  file: "             delimited size
                  link-file              delimited "  "
                  "  tipo: "             delimited size
                  link-tipo              delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 2,3 to save-riga.
           initialize spl-riga-stampa.
           string "DATA        ORA       PROGRAMMA       "
                                           delimited size
                  "PARAGRAFO           FILE          "
                                           delimited size
                  "ST  OPERATORE"          delimited size
             into spl-riga-stampa
           end-string.
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
           move "ST-ERRORIREP"    to ell-programma.
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
              move ws-tot-errori to ws-num-edit
              string "Errori riportati: " delimited size
                     ws-num-edit          delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close errlog param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
