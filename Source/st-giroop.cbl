       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-giroop.
       AUTHOR.                          Andrea.
      ******************************************************************
      * FOGLIO DI GIRO GIORNALIERO DELLE SEDUTE A DOMICILIO: PER
      * L'OPERATORE INDICATO (O PER TUTTI GLI OPERATORI ATTIVI, UNO
      * PER PAGINA) LE SEDUTE A DOMICILIO DELLA GIORNATA IN ORDINE DI
      * ORARIO, CON CLIENTE, RECAPITO TELEFONICO, INDIRIZZO DI
      * INTERVENTO, CHILOMETRI E MINUTI DI TRASFERIMENTO STIMATI E
      * L'ORA DI PARTENZA CHE NE RISULTA. LE SEDUTE GIA' DISDETTE O
      * NO-SHOW NON ESCONO. IN FONDO AL FOGLIO I TOTALI DEL GIRO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "appuntamenti.sl".
           copy "clienti.sl".
           copy "operatori.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "appuntamenti.fd".
           copy "clienti.fd".
           copy "operatori.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo         value "Studio - Foglio di Giro Domicili".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  ws-num-fogli          pic 9(3) value 0.
       77  ws-num-fogli-z        pic zz9.
       77  ws-num-visite         pic 9(3) value 0.
       77  ws-tot-km             pic 9(5)v9 value 0.
       77  ws-tot-minuti         pic 9(5) value 0.
       77  ws-minuti             pic 9(5).
       01  ws-hhmm.
           05 ws-hh              pic 9(2).
           05 ws-mm              pic 9(2).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-ora              pic x(7).
           05 r-partenza         pic x(7).
           05 r-cliente          pic x(32).
           05 r-telefono         pic x(22).
           05 r-km               pic zz9,9.
           05 filler             pic x(3).
           05 r-minuti           pic zz9.

       01  r-indirizzo.
           05 filler             pic x(14).
           05 r-via              pic x(50).
           05 filler             pic x(1).
           05 r-cap              pic x(6).
           05 r-localita         pic x(40).
           05 r-prov             pic x(2).

       01  r-totali.
           05 filler             pic x(8) value "VISITE: ".
           05 r-tot-visite       pic zz9.
           05 filler             pic x(8) value "   KM: ".
           05 r-tot-km           pic zz.zz9,9.
           05 filler             pic x(24)
                                 value "   MINUTI DI VIAGGIO: ".
           05 r-tot-minuti       pic zz.zz9.

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
      * OPERATORE A SPAZI = TUTTI GLI OPERATORI ATTIVI
       77  link-operatore        pic x(10).
       77  link-data             pic 9(8).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-operatore link-data
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
           move 0 to ws-num-fogli.
           if link-data = 0
              accept link-data from century-date
           end-if.

      ***---
       OPEN-FILES.
           open input appuntamenti clienti operatori param.

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
              if link-operatore not = spaces
                 move link-operatore to ope-codice
                 read operatori no lock
                      invalid move link-operatore to ope-nome
                 end-read
                 perform STAMPA-GIRO-OPERATORE
              else
                 move low-value to ope-codice
                 start operatori key >= ope-codice
                       invalid continue
                 end-start
                 perform until 1 = 2
                    read operatori next at end exit perform end-read
                    if ope-attivo
                       perform STAMPA-GIRO-OPERATORE
                    end-if
                 end-perform
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * LA CHIAVE DI APPUNTAMENTI E' DATA+ORA: LA GIORNATA SI LEGGE
      * GIA' IN ORDINE DI ORARIO. IL FOGLIO DELL'OPERATORE SI APRE
      * ALLA PRIMA SEDUTA A DOMICILIO TROVATA, SU UNA PAGINA NUOVA.
       STAMPA-GIRO-OPERATORE.
           move 0 to ws-num-visite ws-tot-km ws-tot-minuti.
           move low-value to app-chiave.
           move link-data to app-data.
           start appuntamenti key >= app-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read appuntamenti next at end exit perform end-read
              if app-data not = link-data
                 exit perform
              end-if
              if app-a-domicilio and app-operatore = ope-codice and
                 not app-disdetto and not app-no-show
                 if ws-num-visite = 0
                    perform APRI-FOGLIO
                 end-if
                 perform STAMPA-VISITA
              end-if
           end-perform.
           if ws-num-visite > 0
              perform STAMPA-TOTALI
           end-if.

      ***---
       APRI-FOGLIO.
           if ws-num-fogli > 0
              set spl-salto-pagina to true
              call "spooler" using spooler-link
           end-if.
           add 1 to ws-num-fogli.
           perform INTESTAZIONE.

      ***---
       STAMPA-VISITA.
           add 1 to ws-num-visite.
           add app-km             to ws-tot-km.
           add app-minuti-viaggio to ws-tot-minuti.
           add 2 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 2 to num-righe
           end-if.
           initialize r-riga.
           string app-ora(1:2) delimited size
                  ":"          delimited size
                  app-ora(3:2) delimited size
             into r-ora
           end-string.
      * ORA DI PARTENZA = ORA DELLA SEDUTA MENO IL TRASFERIMENTO
           move app-ora to ws-hhmm.
           compute ws-minuti = (ws-hh * 60) + ws-mm.
           if app-minuti-viaggio > ws-minuti
              move 0 to ws-minuti
           else
              subtract app-minuti-viaggio from ws-minuti
           end-if.
           divide ws-minuti by 60 giving ws-hh remainder ws-mm.
           string ws-hh delimited size
                  ":"   delimited size
                  ws-mm delimited size
             into r-partenza
           end-string.
           move app-cliente to cli-codice.
           read clienti no lock
                invalid move spaces to cli-ragsoc cli-tel cli-cell
           end-read.
           move cli-ragsoc(1:32) to r-cliente.
           if cli-cell not = spaces
              move cli-cell to r-telefono
           else
              move cli-tel  to r-telefono
           end-if.
           move app-km             to r-km.
           move app-minuti-viaggio to r-minuti.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.
           initialize r-indirizzo.
           move app-dom-indirizzo to r-via.
           move app-dom-cap       to r-cap.
           move app-dom-localita  to r-localita.
           move app-dom-prov      to r-prov.
           move r-indirizzo to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-TOTALI.
           add 2 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
           end-if.
           move ws-num-visite to r-tot-visite.
           move ws-tot-km     to r-tot-km.
           move ws-tot-minuti to r-tot-minuti.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-totali to spl-riga-stampa.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           initialize spl-riga-stampa.
           string "Giro domicili del " delimited size
                  link-data(7:2)       delimited size
                  "/"                  delimited size
                  link-data(5:2)       delimited size
                  "/"                  delimited size
                  link-data(1:4)       delimited size
                  " - "                delimited size
                  ope-nome             delimited size
             into spl-riga-stampa
           end-string.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           move "ORA    PARTENZA CLIENTE / INDIRIZZO      TELEFONO"
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
           move "ST-GIROOP"       to ell-programma.
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
           move ws-num-fogli to ws-num-fogli-z.
           string "Fogli di giro stampati: " delimited size
                  ws-num-fogli-z             delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close appuntamenti clienti operatori param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
