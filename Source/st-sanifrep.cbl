       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-sanifrep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRO DELLE SANIFICAZIONI PER STANZA E PERIODO (ARCHIVIO
      * SANIFICAZIONI, VEDI ST-SANIFICA): PER OGNI STANZA (O SOLO
      * QUELLA INDICATA) LE SANIFICAZIONI PREVISTE NEL PERIODO, DOPO
      * OGNI SEDUTA E A FINE GIORNATA, CON ORA, PRODOTTO E OPERATORE
      * DI ESECUZIONE. LE MANCANZE ESCONO EVIDENZIATE:
      *   "MANCANTE"   NON ESEGUITA PRIMA DELLA SEDUTA SUCCESSIVA
      *                NELLA STANZA (O MAI, PER I GIORNI PASSATI)
      *   "IN RITARDO" ESEGUITA, MA DOPO L'INIZIO DELLA SEDUTA
      *                SUCCESSIVA
      * LA SEDUTA SUCCESSIVA E' LA RIGA SEGUENTE DELLA STESSA STANZA,
      * PER QUESTO OGNI RIGA SI STAMPA DOPO AVER LETTO LA PROSSIMA.
      * IN FONDO I TOTALI DI PREVISTE, ESEGUITE, MANCANTI E IN
      * RITARDO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "sanificazioni.sl".
           copy "stanze.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "sanificazioni.fd".
           copy "stanze.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-sanificazioni  pic xx.
       77  status-stanze         pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo         value "Studio - Registro Sanificazioni".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-ora-fine-giornata  value 2400.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).

      * RIGA IN ATTESA DI STAMPA E INIZIO DELLA SEDUTA SUCCESSIVA
      * NELLA STESSA STANZA (DATA*10000+ORA, A ZERO = NESSUNA)
       77  ws-san-sospesa        pic x(100).
       77  ws-san-letta          pic x(100).
       77  filler                pic 9.
           88 ws-riga-sospesa    value 1 false 0.
       77  ws-momento-successiva pic 9(12).
       77  ws-momento-esecuzione pic 9(12).

       77  ws-num-previste       pic 9(5) value 0.
       77  ws-num-eseguite       pic 9(5) value 0.
       77  ws-num-mancanti       pic 9(5) value 0.
       77  ws-num-ritardo        pic 9(5) value 0.
       77  ws-num-z              pic zzzz9.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 r-seduta           pic x(12).
           05 r-eseguita         pic x(18).
           05 r-prodotto         pic x(32).
           05 r-operatore        pic x(22).
           05 r-stato            pic x(12).

       01  r-stanza.
           05 filler             pic x(8) value "STANZA: ".
           05 r-sta-codice       pic x(6).
           05 r-sta-descrizione  pic x(50).

       01  r-totali.
           05 filler             pic x(10) value "PREVISTE: ".
           05 r-tot-previste     pic zzzz9.
           05 filler             pic x(13) value "   ESEGUITE: ".
           05 r-tot-eseguite     pic zzzz9.
           05 filler             pic x(13) value "   MANCANTI: ".
           05 r-tot-mancanti     pic zzzz9.
           05 filler             pic x(15) value "   IN RITARDO: ".
           05 r-tot-ritardo      pic zzzz9.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(150) value spaces.
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
      * STANZA A SPAZI = TUTTE; DATE A ZERO = DALL'INIZIO / FINO A
      * OGGI
       77  link-stanza           pic x(4).
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-stanza link-data-da link-data-a
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform STAMPA
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da > ws-data-a
              set errori to true
           end-if.

      ***---
       OPEN-FILES.
           open input stanze param.
           if status-stanze = "35"
              open output stanze
              close       stanze
              open input  stanze
           end-if.
           open input sanificazioni.
           if status-sanificazioni = "35"
              open output sanificazioni
              close       sanificazioni
              open input  sanificazioni
           end-if.

      ***---
       STAMPA.
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

           if tutto-ok
              perform INTESTAZIONE
              if link-stanza not = spaces
                 move link-stanza to sta-codice
                 read stanze no lock
                      invalid move spaces to sta-descrizione
                 end-read
                 perform STAMPA-STANZA
              else
                 move low-value to sta-codice
                 start stanze key >= sta-codice
                       invalid continue
                 end-start
                 perform until 1 = 2
                    read stanze next at end exit perform end-read
                    perform STAMPA-STANZA
                 end-perform
              end-if
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * LE RIGHE DELLA STANZA NEL PERIODO, NELL'ORDINE DELLA CHIAVE
      * (DATA, ORA DELLA SEDUTA): OGNUNA RESTA SOSPESA FINCHE' NON SI
      * LEGGE LA SUCCESSIVA, CHE DICE QUANDO E' RIPARTITA LA STANZA.
       STAMPA-STANZA.
           set ws-riga-sospesa to false.
           move sta-codice to san-stanza.
           move ws-data-da to san-data.
           move 0          to san-app-ora san-app-progressivo.
           start sanificazioni key >= san-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read sanificazioni next at end exit perform end-read
              if san-stanza not = sta-codice or san-data > ws-data-a
                 exit perform
              end-if
              if not ws-riga-sospesa
                 perform STAMPA-TESTA-STANZA
              end-if
              if ws-riga-sospesa
                 compute ws-momento-successiva =
                         (san-data * 10000) + san-app-ora
                 move rec-sanificazioni to ws-san-letta
                 move ws-san-sospesa    to rec-sanificazioni
                 perform STAMPA-RIGA
                 move ws-san-letta      to rec-sanificazioni
              end-if
              move rec-sanificazioni to ws-san-sospesa
              set ws-riga-sospesa to true
           end-perform.
           if ws-riga-sospesa
              move 0              to ws-momento-successiva
              move ws-san-sospesa to rec-sanificazioni
              perform STAMPA-RIGA
           end-if.

      ***---
       STAMPA-TESTA-STANZA.
           add 2 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 2 to num-righe
           end-if.
           move sta-codice      to r-sta-codice.
           move sta-descrizione to r-sta-descrizione.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-stanza to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-RIGA.
           add 1 to ws-num-previste.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           initialize r-riga.
           string san-data(7:2) delimited size
                  "/"           delimited size
                  san-data(5:2) delimited size
                  "/"           delimited size
                  san-data(1:4) delimited size
             into r-data
           end-string.
           if san-fine-giornata
              move "FINE GIORNO" to r-seduta
           else
              string "ORE "          delimited size
                     san-app-ora(1:2) delimited size
                     ":"              delimited size
                     san-app-ora(3:2) delimited size
                into r-seduta
              end-string
           end-if.
           if san-eseguita
              add 1 to ws-num-eseguite
              string san-data-esecuzione(7:2)  delimited size
                     "/"                       delimited size
                     san-data-esecuzione(5:2)  delimited size
                     " "                       delimited size
                     san-ora-esecuzione(1:2)   delimited size
                     ":"                       delimited size
                     san-ora-esecuzione(3:2)   delimited size
                into r-eseguita
              end-string
              move san-prodotto  to r-prodotto
              move san-operatore to r-operatore
              compute ws-momento-esecuzione =
                      (san-data-esecuzione * 10000) +
                      san-ora-esecuzione
              if ws-momento-successiva not = 0 and
                 ws-momento-esecuzione > ws-momento-successiva
                 add 1 to ws-num-ritardo
                 move "IN RITARDO" to r-stato
              end-if
           else
              if ws-momento-successiva not = 0 or
                 san-data < ws-data-corrente
                 add 1 to ws-num-mancanti
                 move "MANCANTE"    to r-stato
              else
                 move "DA ESEGUIRE" to r-stato
              end-if
           end-if.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-TOTALI.
           add 2 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
           end-if.
           move ws-num-previste to r-tot-previste.
           move ws-num-eseguite to r-tot-eseguite.
           move ws-num-mancanti to r-tot-mancanti.
           move ws-num-ritardo  to r-tot-ritardo.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-totali to spl-riga-stampa.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           initialize spl-riga-stampa.
           string "Registro sanificazioni dal " delimited size
                  ws-data-da(7:2)               delimited size
                  "/"                           delimited size
                  ws-data-da(5:2)               delimited size
                  "/"                           delimited size
                  ws-data-da(1:4)               delimited size
                  " al "                        delimited size
                  ws-data-a(7:2)                delimited size
                  "/"                           delimited size
                  ws-data-a(5:2)                delimited size
                  "/"                           delimited size
                  ws-data-a(1:4)                delimited size
             into spl-riga-stampa
           end-string.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           move "DATA        SEDUTA      ESEGUITA          PRODOTTO"
             to spl-riga-stampa.
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
           move "ST-SANIFREP"     to ell-programma.
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
           move ws-num-mancanti to ws-num-z.
           string "Sanificazioni mancanti nel periodo: "
                                                     delimited size
                  ws-num-z                           delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close sanificazioni stanze param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
