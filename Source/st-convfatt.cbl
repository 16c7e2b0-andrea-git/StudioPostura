      * FATTURA CONSOLIDATA MENSILE DELLE CONVENZIONI: PER OGNI
      * CONVENZIONE ATTIVA RACCOGLIE LE SEDUTE DEL MESE MARCATE
      * (RSC-CONVENZIONE) E NON ANCORA FATTURATE (RSC-DOC-NUMERO A
      * ZERO), LE PREZZA CON I PREZZI DELLA CONVENZIONE (LISTINO
      * DEDICATO O TARIFFA CONCORDATA SU RCONV, VEDI ST-PREZZO; IN
      * MANCANZA IL NETTO DELLA SEDUTA) E GENERA UNA TFATTURE
      * ALL'ORGANIZZAZIONE PAGANTE CON UNA RIGA PER SEDUTA; OGNI
      * SEDUTA VIENE MARCATA CON GLI ESTREMI DEL DOCUMENTO, COSI'
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "convenzioni.sl".
           copy "rschede.sl".
           copy "tschede.sl".
           copy "clienti.sl".
           copy "tfatture.sl".
           copy "rfatture.sl".
           copy "articoli.sl".
           copy "codiva.sl".
           copy "param.sl".

       DATA DIVISION.
       FILE SECTION.
           copy "convenzioni.fd".
           copy "rschede.fd".
           copy "tschede.fd".
           copy "clienti.fd".
           copy "tfatture.fd".
           copy "rfatture.fd".
           copy "articoli.fd".
           copy "codiva.fd".
           copy "param.fd".

       copy "selprint.lks".
       copy "auditlog.lks".
       copy "giornale.lks".
       copy "errlog.lks".
       copy "castiva.lks".

       77  status-convenzioni    pic xx.
       77  status-rschede        pic xx.
       77  status-tschede        pic xx.
       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-articoli       pic xx.
       77  status-codiva         pic xx.
       77  status-param          pic xx.

           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 ws-giornale-aperto value 1 false 0.
      * ACCESO QUANDO UNA RIGA DI MERCE HA PRESO IL CODICE IVA DEL
      * SUO ARTICOLO: L'IVA DI TESTATA VA RIFATTA DAL CASTELLETTO.
       77  filler                pic 9.
           88 ws-righe-codiva-propria value 1 false 0.

      * SEDUTE RACCOLTE PER LA CONVENZIONE IN LAVORAZIONE
       78  ws-max-sedute         value 300.
       77  ws-ultimo-numero      pic 9(6) value 0.
       77  ws-nuovo-numero       pic 9(6) value 0.
       77  ws-importo-sub        pic s9(7)v99 value 0.
      * PREZZO DELLA SEDUTA (VEDI ST-PREZZO)
       77  ws-prz-convenzione    pic x(4).
       77  ws-prz-prezzo         pic s9(5)v99.
       77  ws-prz-listino        pic 9(5).
       77  ws-prz-origine        pic x(1).
       77  ws-prz-esito          pic xx.
       77  ws-iva-arrotondata    pic s9(7)v99 value 0.
       77  ws-num-fatture        pic 9(3) value 0.
       77  ws-num-fatture-z      pic zz9.

      ***---
       OPEN-FILES.
           open input convenzioni.
           if status-convenzioni = "35"
              open output convenzioni
              open input  convenzioni
           end-if.
           open i-o rschede tfatture rfatture.
           open input tschede clienti codiva param articoli.

      ***---
       ELABORAZIONE.
                      invalid move spaces to tsc-cliente
                 end-read
                 move tsc-cliente to ws-sed-cliente(ws-num-sedute)
                 perform CERCA-PREZZO-CONVENZIONE
                 add ws-sed-prezzo(ws-num-sedute) to ws-importo-sub
              end-if
           end-perform.

      ***---
      * VALGONO SOLO I PREZZI DELLA CONVENZIONE (LISTINO DEDICATO O
      * TARIFFA CONCORDATA, VEDI ST-PREZZO): IL LISTINO ORDINARIO
      * NON E' MAI STATO PATTUITO CON L'ORGANIZZAZIONE, QUINDI SENZA
      * UN PREZZO DELLA CONVENZIONE RESTA IL NETTO DELLA SEDUTA.
       CERCA-PREZZO-CONVENZIONE.
           move cnv-codice to ws-prz-convenzione.
           call "st-prezzo" using rsc-articolo rsc-data tsc-cliente
                                  ws-prz-convenzione ws-prz-prezzo
                                  ws-prz-listino ws-prz-origine
                                  ws-prz-esito.
           if ws-prz-esito = "OK" and
              (ws-prz-origine = "C" or ws-prz-origine = "R")
              move ws-prz-prezzo to ws-sed-prezzo(ws-num-sedute)
           else
              move rsc-netto     to ws-sed-prezzo(ws-num-sedute)
           end-if.

      ***---
       CERCA-PROSSIMO-NUMERO.
           move 0 to ws-ultimo-numero.
           end-string.
           move ws-sezionale        to tfa-sezionale.
           move ws-numero-sez       to tfa-numero-sez.
      * ENTI E SOCIETA' IN SCISSIONE DEI PAGAMENTI: IL FLAG VIENE
      * DALL'ANAGRAFICA DEL PAGANTE, LETTA IN ASSEGNA-SEZIONALE.
           move cli-split-payment   to tfa-split-payment.
           set  tfa-non-pagata      to true.
           perform GIORNALE-PASSO-TESTATA.
           write rec-tfatture

      ***---
       GENERA-RIGHE.
           set ws-righe-codiva-propria to false.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-sedute
              initialize rec-rfatture
              move ws-sed-prezzo(ws-sidx) to rfa-listino
              move 0                to rfa-sconto
              move ws-sed-prezzo(ws-sidx) to rfa-prz
              move cnv-iva          to rfa-codiva
              perform CODIVA-ARTICOLO-RIGA
              perform GIORNALE-PASSO-RIGA
              write rec-rfatture
                    invalid continue
              end-write
           end-perform.
           if ws-righe-codiva-propria
              perform RICALCOLA-IVA-RIGHE
           end-if.

      ***---
      * LA MERCE CON UN CODICE IVA PROPRIO SU ARTICOLI LO PORTA SULLA
      * RIGA; LE PRESTAZIONI RESTANO SUL CODICE DI TESTATA.
       CODIVA-ARTICOLO-RIGA.
           move rfa-articolo to art-codice.
           read articoli no lock
                invalid exit paragraph
           end-read.
           if not art-merce or art-codiva = spaces or
              art-codiva = cnv-iva
              exit paragraph
           end-if.
           move art-codiva to rfa-codiva.
           set ws-righe-codiva-propria to true.

      ***---
      * CON ALIQUOTE DIVERSE SULLE RIGHE L'IVA DI TESTATA SI RIFA'
      * DAL CASTELLETTO (VEDI ST-CASTIVA), CON LA REGOLA DI
      * ARROTONDAMENTO DEL PROFILO LETTO IN ASSEGNA-SEZIONALE.
       RICALCOLA-IVA-RIGHE.
           move link-anno       to tfa-anno.
           move ws-nuovo-numero to tfa-numero.
           read tfatture
                invalid exit paragraph
           end-read.
           initialize castiva-link.
           set  civ-calcola              to true.
           set  civ-fattura              to true.
           move tfa-anno                 to civ-anno.
           move tfa-numero               to civ-numero.
           move tfa-iva                  to civ-iva-testata.
           move tfa-cassa-importo        to civ-cassa.
           move prm-regola-arrotonda-iva to civ-regola-arrotonda.
           call   "st-castiva" using castiva-link.
           cancel "st-castiva".
           move civ-tot-imposta to tfa-importo-iva.
           compute tfa-importo-tot =
                   tfa-importo-sub + tfa-cassa-importo
                   + tfa-importo-iva.
           rewrite rec-tfatture
                   invalid continue
           end-rewrite.

      ***---
       MARCA-SEDUTE-FATTURATE.
           move spaces to ws-sezionale.
           move cnv-cliente-pagante to cli-codice.
           read clienti no lock
                invalid initialize rec-clienti
           end-read.
           move cli-studio to prm-studio.
           read param no lock

           display message messaggio.

           initialize errlog-link.
           move "ST-CONVFATT"     to ell-programma.
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

      ***---
       CLOSE-FILES.
           close convenzioni rschede tschede clienti
                 tfatture rfatture codiva param articoli.
           cancel "st-audit".

      ***---
