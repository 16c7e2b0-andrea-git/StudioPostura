       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-etichette.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ETICHETTE DEGLI ARTICOLI CON CODICE A BARRE (ARTBARRE, VEDI
      * ST-CODBARRE): CODICE, DESCRIZIONE E PREZZO DI LISTINO BASE
      * DI OGGI (VEDI ST-PREZZO), SU FOGLI A4 DA 3 X 8 ETICHETTE.
      * CON L'ARTICOLO INDICATO SI STAMPANO I SUOI CODICI (SOLO
      * QUELLO DEL LOTTO, SE INDICATO) E UN PRODOTTO CHE NON NE HA
      * ANCORA RICEVE PRIMA UN CODICE INTERNO; SENZA ARTICOLO SI
      * STAMPANO TUTTI I CODICI REGISTRATI. LINK-COPIE ETICHETTE PER
      * CODICE (A ZERO UNA). LE BARRE LE DISEGNANO I FONT "LIBRE
      * BARCODE" (EAN-13 PER I CODICI DI 13 CIFRE, CODE 39 PER GLI
      * ALTRI): SE SULLA POSTAZIONE NON CI SONO, L'ETICHETTA ESCE
      * CON IL SOLO CODICE IN CHIARO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "artbarre.sl".
           copy "articoli.sl".
           copy "lotti.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "artbarre.fd".
           copy "articoli.fd".
           copy "lotti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".
       copy "codbarre.lks".

       77  status-artbarre       pic xx.
       77  status-articoli       pic xx.
       77  status-lotti          pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Etichette Articoli".
       78  78-etichette-riga     value 3.
       78  78-righe-foglio       value 8.
       78  78-larghezza          value 7,0.
       78  78-altezza            value 3,6.
       78  78-margine-sx         value 0,4.
       78  78-margine-alto       value 0,5.
       78  78-font-ean13         value "Libre Barcode EAN13 Text".
       78  78-font-code39        value "Libre Barcode 39 Text".

       77  ws-copie              pic 9(3).
       77  ws-copia              pic 9(3).
       77  ws-colonna-etic       pic 9(2).
       77  ws-riga-etic          pic 9(2).
       77  ws-x                  pic 9(3)v99.
       77  ws-y                  pic 9(3)v99.
       77  ws-spazi              pic 9(2).
       77  ws-num-etichette      pic 9(5) value 0.
       77  ws-num-etichette-z    pic zzzz9.

      * PREZZO DI LISTINO BASE (VEDI ST-PREZZO)
       77  ws-prz-data           pic 9(8) value 0.
       77  ws-prz-cliente        pic x(6) value spaces.
       77  ws-prz-convenzione    pic x(4) value spaces.
       77  ws-prz-prezzo         pic s9(5)v99.
       77  ws-prz-listino        pic 9(5).
       77  ws-prz-origine        pic x(1).
       77  ws-prz-esito          pic xx.

       77  filler                pic 9.
           88 font-ean13-ok      value 1 false 0.
       77  filler                pic 9.
           88 font-code39-ok     value 1 false 0.
       77  filler                pic 9.
           88 foglio-iniziato    value 1 false 0.

      * RIGHE PER LA STAMPA
       01  r-prezzo.
           05 filler             pic x(7) value "Prezzo ".
           05 r-prz              PIC zz.zz9,99.
           05 filler             pic x(4) value " €".
       01  r-lotto.
           05 filler             pic x(6) value "Lotto ".
           05 r-lotto-codice     pic x(15).
           05 filler             pic x(7) value " scad. ".
           05 r-lotto-scadenza   pic x(10).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(150) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.

       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  Calibri8              handle of font.
       77  BarcodeEan13          handle of font.
       77  BarcodeCode39         handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       LINKAGE SECTION.
       77  link-articolo         pic x(6).
       77  link-lotto            pic x(15).
       77  link-copie            pic 9(3).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-articolo link-lotto link-copie
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok and link-articolo not = spaces
              perform CODICE-PER-ARTICOLO
           end-if.
           if tutto-ok
              perform OPEN-FILES
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
           set foglio-iniziato to false.
           move 0 to ws-num-etichette ws-colonna-etic ws-riga-etic.
           if link-copie = 0
              move 1 to ws-copie
           else
              move link-copie to ws-copie
           end-if.

      ***---
      * IL PRODOTTO SENZA CODICI (O IL LOTTO SENZA IL SUO) RICEVE
      * PRIMA UN CODICE INTERNO, COSI' L'ETICHETTA C'E' SEMPRE.
       CODICE-PER-ARTICOLO.
           open input artbarre.
           if status-artbarre = "35"
              open output artbarre
              close       artbarre
              open input  artbarre
           end-if.
           move link-articolo to bar-articolo.
           move link-lotto    to bar-lotto.
           start artbarre key >= bar-chiave-articolo
                 invalid move spaces to bar-articolo
             not invalid
                 read artbarre next no lock
                      at end move spaces to bar-articolo
                 end-read
           end-start.
           close artbarre.
           if bar-articolo = link-articolo and
              (link-lotto = spaces or bar-lotto = link-lotto)
              exit paragraph
           end-if.
           initialize codbarre-link.
           set  bcl-genera    to true.
           move link-articolo to bcl-articolo.
           move link-lotto    to bcl-lotto.
           accept bcl-operatore from environment "OPERATORE".
           call "st-codbarre" using codbarre-link.
           cancel "st-codbarre".
           if not bcl-esito-ok
              set errori to true
           end-if.

      ***---
       OPEN-FILES.
           open input artbarre articoli lotti param.

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
              move link-articolo to bar-articolo
              if link-articolo = spaces
                 move low-value  to bar-lotto
              else
                 move link-lotto to bar-lotto
              end-if
              start artbarre key >= bar-chiave-articolo
                    invalid continue
              end-start
              perform until 1 = 2
                 read artbarre next no lock
                      at end exit perform
                 end-read
                 if link-articolo not = spaces
                    if bar-articolo not = link-articolo
                       exit perform
                    end-if
                    if link-lotto not = spaces and
                       bar-lotto not = link-lotto
                       exit perform
                    end-if
                 end-if
                 perform STAMPA-CODICE
              end-perform

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-CODICE.
           move bar-articolo to art-codice.
           read articoli no lock
                invalid exit paragraph
           end-read.
           move 0 to ws-prz-data.
           call "st-prezzo" using art-codice ws-prz-data
                                  ws-prz-cliente ws-prz-convenzione
                                  ws-prz-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito not = "OK"
              move 0 to ws-prz-prezzo
           end-if.
           move spaces to r-lotto-codice r-lotto-scadenza.
           if bar-lotto not = spaces
              move bar-articolo to lot-articolo
              move bar-lotto    to lot-codice
              read lotti no lock
                   invalid move 0 to lot-data-scadenza
              end-read
              move bar-lotto to r-lotto-codice
              if lot-data-scadenza not = 0
                 string lot-data-scadenza(7:2) delimited size
                        "/"                    delimited size
                        lot-data-scadenza(5:2) delimited size
                        "/"                    delimited size
                        lot-data-scadenza(1:4) delimited size
                   into r-lotto-scadenza
                 end-string
              end-if
           end-if.
           perform varying ws-copia from 1 by 1
                     until ws-copia > ws-copie
              perform STAMPA-ETICHETTA
           end-perform.

      ***---
      * LE ETICHETTE SI RIEMPIONO DA SINISTRA A DESTRA E DALL'ALTO
      * IN BASSO; A FOGLIO PIENO SI PASSA AL SUCCESSIVO.
       STAMPA-ETICHETTA.
           if foglio-iniziato
              add 1 to ws-colonna-etic
              if ws-colonna-etic = 78-etichette-riga
                 move 0 to ws-colonna-etic
                 add 1 to ws-riga-etic
                 if ws-riga-etic = 78-righe-foglio
                    move 0 to ws-riga-etic
                    set spl-salto-pagina to true
                    call "spooler" using spooler-link
                 end-if
              end-if
           else
              set foglio-iniziato to true
           end-if.
           add 1 to ws-num-etichette.
           compute ws-x = 78-margine-sx +
                          ws-colonna-etic * 78-larghezza.
           compute ws-y = 78-margine-alto +
                          ws-riga-etic * 78-altezza.

           move ws-x to spl-colonna.
           move 0    to spl-tipo-colonna.
           move ws-y to save-riga.
           move Calibri10 to spl-hfont.
           move art-descrizione(1:36) to spl-riga-stampa.
           perform SCRIVI.

           move 0 to ws-spazi.
           inspect bar-codice tallying ws-spazi for trailing spaces.
           evaluate true
           when ws-spazi = 7 and bar-codice(1:13) is numeric and
                font-ean13-ok
                move BarcodeEan13 to spl-hfont
                move bar-codice   to spl-riga-stampa
                perform SCRIVI
                add 1,0 to save-riga
           when font-code39-ok
                move BarcodeCode39 to spl-hfont
                initialize spl-riga-stampa
                string "*"        delimited size
                       bar-codice delimited space
                       "*"        delimited size
                  into spl-riga-stampa
                end-string
                perform SCRIVI
                add 1,0 to save-riga
           when other
                move Calibri12B to spl-hfont
                move bar-codice to spl-riga-stampa
                perform SCRIVI
           end-evaluate.

           if bar-lotto not = spaces
              move Calibri8 to spl-hfont
              move r-lotto  to spl-riga-stampa
              perform SCRIVI
           end-if.

           move ws-prz-prezzo to r-prz.
           move Calibri12B    to spl-hfont.
           move r-prezzo      to spl-riga-stampa.
           perform SCRIVI.

      ***---
       SCRIVI.
           add  0,5           to save-riga.
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
           if errori
              exit paragraph
           end-if.

      * Calibri 8
           initialize wfont-data Calibri8.
           move 8 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri8             to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri8.
           if errori
              exit paragraph
           end-if.

      * FONT DEI CODICI A BARRE: NESSUN FONT DI RISERVA (UN ALTRO
      * FONT NON DISEGNEREBBE BARRE), IN MANCANZA SI VA IN CHIARO.
           initialize wfont-data BarcodeEan13.
           move 36 to wfont-size.
           move 78-font-ean13        to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, BarcodeEan13,
                               wfont-data
                        giving wfont-status.
           if wfont-status = 1
              set font-ean13-ok to true
           else
              set font-ean13-ok to false
           end-if.

           initialize wfont-data BarcodeCode39.
           move 28 to wfont-size.
           move 78-font-code39       to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, BarcodeCode39,
                               wfont-data
                        giving wfont-status.
           if wfont-status = 1
              set font-code39-ok to true
           else
              set font-code39-ok to false
           end-if.

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
           move "ST-ETICHETTE"    to ell-programma.
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
           move ws-num-etichette to ws-num-etichette-z.
           string "Etichette stampate: " delimited size
                  ws-num-etichette-z     delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close artbarre articoli lotti param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri12B.
           destroy Calibri10.
           destroy Calibri8.
           destroy BarcodeEan13.
           destroy BarcodeCode39.

           cancel "spooler".
           initialize spooler-link.
           goback.
