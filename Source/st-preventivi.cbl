      * SUL LISTINO ATTIVO ALLA DATA (STESSO CRITERIO DI ST-DOCUM E
      * ST-CORRFATT) E APPLICA LO SCONTO DI DEFAULT DEL CLIENTE
      * (CLI-SCONTO1, IL PRIMO DEI TRE LIVELLI ANAGRAFICI) QUANDO IL
      * CHIAMANTE NON NE FORZA UNO, O QUELLO DELLA PROMOZIONE
      * AUTOMATICA IN CORSO PER IL CLIENTE SE GLI CONVIENE DI PIU'
      * (VEDI ST-PROMO: IL PREVENTIVO NON NE CONSUMA GLI UTILIZZI,
      * CHE NASCONO SOLO SULLA FATTURA). IL PREVENTIVO RICEVE IL PRIMO
      * NUMERO LIBERO DELL'ANNO SULLA PROPRIA NUMERAZIONE, SEPARATA
      * DA QUELLA DELLE FATTURE, E NASCE IN STATO APERTO: LA STAMPA
      * E' DI ST-PREVSTAMPA, LA CONVERSIONE IN FATTURA DI
           copy "clienti.sl".
           copy "articoli.sl".
           copy "codiva.sl".
           copy "tpreventivi.sl".
           copy "rpreventivi.sl".
           copy "param.sl".
           copy "clienti.fd".
           copy "articoli.fd".
           copy "codiva.fd".
           copy "tpreventivi.fd".
           copy "rpreventivi.fd".
           copy "param.fd".
       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-codiva         pic xx.
       77  status-tpreventivi    pic xx.
       77  status-rpreventivi    pic xx.
       77  status-param          pic xx.
      * LISTINO): STESSO CRITERIO DI ST-DOCUM E ST-CORRFATT.
       77  filler                pic 9.
           88 ws-listino-trovato value 1 false 0.
       77  ws-prz-convenzione        pic x(4).
       77  ws-prz-listino            pic 9(5).
       77  ws-prz-origine            pic x(1).
       77  ws-prz-esito              pic xx.
       77  ws-listino-prezzo         pic s9(5)v99 value 0.
       77  ws-articolo-corrente      pic x(6).

      * PROMOZIONE AUTOMATICA APPLICABILE AL CLIENTE (VEDI
      * CERCA-PROMOZIONE)
           copy "promo.lks".
       77  filler                pic 9.
           88 ws-promo-trovata   value 1 false 0.

       LINKAGE SECTION.
       77  link-cliente          pic x(6).
       77  link-data-validita    pic 9(8).
              perform CONTROLLA-DATI
              if tutto-ok
                 perform CERCA-PROSSIMO-NUMERO
                 perform CERCA-PROMOZIONE
                 perform GENERA-RIGHE
              end-if
              if tutto-ok

      ***---
       OPEN-FILES.
           open input clienti articoli codiva
                      param.
           open i-o tpreventivi rpreventivi.
           if status-tpreventivi = "35"
           compute ws-prezzo-scontato rounded =
                   ws-listino-prezzo *
                   (100 - ws-sconto-riga) / 100.
           if link-riga-sconto(ws-riga-idx) < 0 and ws-promo-trovata
              perform APPLICA-PROMOZIONE
           end-if.
           add 1 to ws-progressivo.
           initialize rec-rpreventivi.
           move ws-anno-corrente    to rpr-anno.

      ***---
       CERCA-PREZZO-LISTINO.
      * PREZZO PER IL CLIENTE ALLA DATA ODIERNA: LISTINO DELLA SUA
      * CONVENZIONE, DELLA SUA TIPOLOGIA O LISTINO BASE, NELL'ORDINE
      * (VEDI ST-PREZZO).
           set ws-listino-trovato to false.
           move spaces to ws-prz-convenzione.
           call "st-prezzo" using ws-articolo-corrente ws-data-corrente
                                  link-cliente ws-prz-convenzione
                                  ws-listino-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito = "OK"
              set ws-listino-trovato to true
           end-if.

      ***---
      * SENZA COUPON: SOLO LE PROMOZIONI AUTOMATICHE, ALLA DATA DEL
      * PREVENTIVO.
       CERCA-PROMOZIONE.
           set ws-promo-trovata to false.
           initialize promo-link.
           set  prl-cerca        to true.
           move link-cliente     to prl-cliente.
           move ws-data-corrente to prl-data.
           move "P"              to prl-doc-tipo.
           call "st-promo" using promo-link.
           if prl-esito-ok
              set ws-promo-trovata to true
           end-if.

      ***---
      * LA PROMOZIONE SOSTITUISCE LO SCONTO ANAGRAFICO SOLO SE DA'
      * UN PREZZO PIU' BASSO: I DUE SCONTI NON SI SOMMANO.
       APPLICA-PROMOZIONE.
           set  prl-prezzo          to true.
           move ws-articolo-corrente to prl-articolo.
           move ws-listino-prezzo   to prl-prezzo-base.
           call "st-promo" using promo-link.
           if prl-esito-ok and prl-prezzo-promo < ws-prezzo-scontato
              move prl-sconto-perc  to ws-sconto-riga
              move prl-prezzo-promo to ws-prezzo-scontato
           end-if.

      ***---

      ***---
       CLOSE-FILES.
           close clienti articoli codiva
                 param tpreventivi rpreventivi.
           cancel "st-promo".
