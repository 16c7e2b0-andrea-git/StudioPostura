           copy "rcorrisp.sl".
           copy "tfatture.sl".
           copy "rfatture.sl".
           copy "clienti.sl".
           copy "param.sl".

           copy "rcorrisp.fd".
           copy "tfatture.fd".
           copy "rfatture.fd".
           copy "clienti.fd".
           copy "param.fd".

       77  status-rcorrisp       pic xx.
       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.

      * ST-DOCUM PER INDIVIDUARE IL LISTINO ATTIVO ALLA DATA.
       77  filler                pic 9.
           88 ws-listino-trovato value 1 false 0.
       77  ws-prz-convenzione        pic x(4).
       77  ws-prz-listino            pic 9(5).
       77  ws-prz-origine            pic x(1).
       77  ws-prz-esito              pic xx.
       77  ws-listino-prezzo         pic s9(5)v99 value 0.

      * CONTROLLO ANNUALITA' CHIUSE (VEDI ST-ANNOCHIUSO)

      ***---
       OPEN-FILES.
           open input tcorrisp rcorrisp
                      clienti param.
           open i-o   tfatture rfatture.

              move rco-listino         to rfa-listino
              move rco-sconto          to rfa-sconto
              move rco-prz             to rfa-prz
              move rco-codiva          to rfa-codiva
              if rfa-listino = 0
                 perform CERCA-PREZZO-LISTINO
                 if ws-listino-trovato

      ***---
       CERCA-PREZZO-LISTINO.
      * PREZZO PER IL CLIENTE ALLA DATA DEL DOCUMENTO: LISTINO DELLA SUA
      * CONVENZIONE, DELLA SUA TIPOLOGIA O LISTINO BASE, NELL'ORDINE
      * (VEDI ST-PREZZO).
           set ws-listino-trovato to false.
           move spaces to ws-prz-convenzione.
           call "st-prezzo" using rco-articolo tco-data-doc
                                  tco-cliente ws-prz-convenzione
                                  ws-listino-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito = "OK"
              set ws-listino-trovato to true
           end-if.

      ***---

      ***---
       CLOSE-FILES.
           close tcorrisp rcorrisp tfatture rfatture
                 clienti param.
