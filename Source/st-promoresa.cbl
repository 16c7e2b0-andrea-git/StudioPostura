       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-promoresa.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REPORT DI RESA DELLE PROMOZIONI (PROMO, VEDI ST-PROMO): PER
      * OGNI PROMOZIONE, DAGLI UTILIZZI REGISTRATI SU PROMOUSO:
      *   - NUMERO DI UTILIZZI (DOCUMENTI SU CUI E' STATA APPLICATA)
      *   - SCONTO CONCESSO
      *   - FATTURATO GENERATO (IMPONIBILE DEI DOCUMENTI, DOPO LO
      *     SCONTO)
      *   - NUOVI CLIENTI ACQUISITI (AL PRIMO DOCUMENTO)
      * SE LA PROMOZIONE E' COLLEGATA A UNA CAMPAGNA (PRO-CAMPAGNA =
      * OGGETTO DEI CONTATTI REGISTRATI DA ST-CAMPAGNE SU
      * COMUNICAZIONI) SI AGGIUNGONO I CLIENTI CONTATTATI E QUANTI DI
      * LORO L'HANNO POI USATA, CON LA PERCENTUALE DI RITORNO.
      * LINK-PROMO A SPAZI = TUTTE LE PROMOZIONI IN ARCHIVIO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "promo.sl".
           copy "promouso.sl".
           copy "comunicazioni.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "promo.fd".
           copy "promouso.fd".
           copy "comunicazioni.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-promo          pic xx.
       77  status-promouso       pic xx.
       77  status-comunicazioni  pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Resa delle promozioni".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 gia-contato        value 1 false 0.
       77  filler                pic 9.
           88 ha-usato           value 1 false 0.

      * TOTALI DELLA PROMOZIONE
       77  ws-utilizzi           pic 9(5) value 0.
       77  ws-nuovi-clienti      pic 9(5) value 0.
       77  ws-sconto             pic s9(9)v99 value 0.
       77  ws-fatturato          pic s9(9)v99 value 0.
       77  ws-contattati         pic 9(5) value 0.
       77  ws-convertiti         pic 9(5) value 0.
       77  ws-ritorno            pic 9(3)v99 value 0.
       77  ws-num-promo          pic 9(5) value 0.

      * CLIENTI CONTATTATI DALLA CAMPAGNA, PER NON CONTARE DUE VOLTE
      * CHI HA RICEVUTO PIU' CONTATTI
       78  ws-max-contattati     value 2000.
       01  ws-cnt-tab.
           05 ws-cnt-cliente     pic x(6) occurs 2000 times
                                 indexed by ws-kidx.

      * EDITING
       77  ws-num-edit           pic zz.zz9.
       77  ws-imp-edit           PIC ---.---.--9,99.
       77  ws-perc-edit          pic zz9,99.
       77  ws-data-dply          pic x(10).
       77  ws-data-dply-2        pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
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
       77  link-promo            pic x(6).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-promo link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           perform APRI-STAMPA.
           if tutto-ok-stampa
              if link-promo not = spaces
                 move link-promo to pro-codice
                 read promo no lock
                      invalid continue
                  not invalid perform ELABORA-PROMOZIONE
                 end-read
              else
                 move low-value to pro-codice
                 start promo key >= pro-codice
                       invalid continue
                 end-start
                 perform until 1 = 2
                    read promo next no lock at end exit perform end-read
                    perform ELABORA-PROMOZIONE
                 end-perform
              end-if
              if stampa-aperta
                 set spl-chiusura to true
                 call "spooler" using spooler-link
              end-if
           end-if.
           perform CLOSE-FILES.
           if tutto-ok-stampa and ws-num-promo > 0
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
           move 0 to ws-num-promo.

      ***---
       OPEN-FILES.
           open input promo.
           if status-promo = "35"
              open output promo
              close       promo
              open input  promo
           end-if.
           open input promouso.
           if status-promouso = "35"
              open output promouso
              close       promouso
              open input  promouso
           end-if.
           open input comunicazioni.
           if status-comunicazioni = "35"
              open output comunicazioni
              close       comunicazioni
              open input  comunicazioni
           end-if.
           open input param.

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
       ELABORA-PROMOZIONE.
           add 1 to ws-num-promo.
           perform TOTALIZZA-UTILIZZI.
           move 0 to ws-contattati ws-convertiti ws-ritorno.
           if pro-campagna not = spaces
              perform TOTALIZZA-CAMPAGNA
           end-if.
           perform STAMPA-PROMOZIONE.

      ***---
       TOTALIZZA-UTILIZZI.
           move 0 to ws-utilizzi ws-nuovi-clienti ws-sconto
                     ws-fatturato.
           move low-value  to pru-promo-cliente.
           move pro-codice to pru-promo.
           start promouso key >= pru-promo-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read promouso next no lock at end exit perform end-read
              if pru-promo not = pro-codice
                 exit perform
              end-if
              add 1             to ws-utilizzi
              add pru-sconto    to ws-sconto
              add pru-fatturato to ws-fatturato
              if pru-cliente-nuovo
                 add 1 to ws-nuovi-clienti
              end-if
           end-perform.

      ***---
      * I CONTATTI DELLA CAMPAGNA SONO LE RIGHE COMUNICAZIONI CON
      * L'OGGETTO DELLA CAMPAGNA; OGNI CLIENTE CONTA UNA VOLTA SOLA.
       TOTALIZZA-CAMPAGNA.
           move low-value to com-chiave.
           start comunicazioni key >= com-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read comunicazioni next no lock
                   at end exit perform
              end-read
              if com-oggetto = pro-campagna and com-cliente not = spaces
                 perform CONTA-CONTATTATO
              end-if
           end-perform.
           if ws-contattati > 0
              compute ws-ritorno rounded =
                      ws-convertiti * 100 / ws-contattati
           end-if.

      ***---
       CONTA-CONTATTATO.
           set gia-contato to false.
           perform varying ws-kidx from 1 by 1
                     until ws-kidx > ws-contattati
              if ws-cnt-cliente(ws-kidx) = com-cliente
                 set gia-contato to true
                 exit perform
              end-if
           end-perform.
           if gia-contato or ws-contattati >= ws-max-contattati
              exit paragraph
           end-if.
           add 1 to ws-contattati.
           move com-cliente to ws-cnt-cliente(ws-contattati).
           set ha-usato to false.
           move pro-codice  to pru-promo.
           move com-cliente to pru-cliente.
           read promouso no lock key is pru-promo-cliente
                invalid continue
            not invalid set ha-usato to true
           end-read.
           if ha-usato
              add 1 to ws-convertiti
           end-if.

      ***---
       STAMPA-PROMOZIONE.
           perform SALTO-SE-PAGINA-PIENA.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string pro-codice      delimited size
                  " - "           delimited size
                  pro-descrizione delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move pro-data-inizio to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to ws-data-dply-2.
           if pro-data-fine = 0
              move "(aperta)" to ws-data-dply
           else
              move pro-data-fine to ws-data-edit
              perform EDITA-DATA
           end-if.
           move Calibri10 to spl-hfont.
           perform SALTO-SE-PAGINA-PIENA.
           initialize spl-riga-stampa.
           if pro-coupon = spaces
              string "Periodo "       delimited size
                     ws-data-dply-2   delimited size
                     " - "            delimited size
                     ws-data-dply     delimited size
                     " - automatica"  delimited size
                into spl-riga-stampa
              end-string
           else
              string "Periodo "       delimited size
                     ws-data-dply-2   delimited size
                     " - "            delimited size
                     ws-data-dply     delimited size
                     " - coupon "     delimited size
                     pro-coupon       delimited size
                into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move "Utilizzi"            to r-voce.
           move ws-utilizzi           to ws-num-edit.
           move ws-num-edit           to r-valore.
           perform STAMPA-RIGA.
           move "Sconto concesso"     to r-voce.
           move ws-sconto             to ws-imp-edit.
           move ws-imp-edit           to r-valore.
           perform STAMPA-RIGA.
           move "Fatturato generato (imponibile)" to r-voce.
           move ws-fatturato          to ws-imp-edit.
           move ws-imp-edit           to r-valore.
           perform STAMPA-RIGA.
           move "Nuovi clienti acquisiti" to r-voce.
           move ws-nuovi-clienti      to ws-num-edit.
           move ws-num-edit           to r-valore.
           perform STAMPA-RIGA.
           if pro-campagna = spaces
              exit paragraph
           end-if.
           perform SALTO-SE-PAGINA-PIENA.
           initialize spl-riga-stampa.
           string "Campagna: "  delimited size
                  pro-campagna  delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           move "Clienti contattati"  to r-voce.
           move ws-contattati         to ws-num-edit.
           move ws-num-edit           to r-valore.
           perform STAMPA-RIGA.
           move "di cui hanno usato la promozione" to r-voce.
           move ws-convertiti         to ws-num-edit.
           move ws-num-edit           to r-valore.
           perform STAMPA-RIGA.
           move "Ritorno della campagna %" to r-voce.
           move ws-ritorno            to ws-perc-edit.
           move ws-perc-edit          to r-valore.
           perform STAMPA-RIGA.

      ***---
       STAMPA-RIGA.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.
           initialize r-riga.

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
           move titolo              to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.
           move 0 to num-righe.
           move 1,5 to save-riga.

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
           move "ST-PROMORESA"    to ell-programma.
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
           if not tutto-ok-stampa
              exit paragraph
           end-if.
           if ws-num-promo = 0
              move "Nessuna promozione da riportare" to messaggio
           else
              move ws-num-promo to ws-num-edit
              string "Promozioni riportate: " delimited size
                     ws-num-edit              delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close promo promouso comunicazioni param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
