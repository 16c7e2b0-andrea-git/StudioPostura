           copy "acucobol.def".
           copy "auditlog.lks".
           copy "giornale.lks".
           copy "castiva.lks".

       77  status-tpreventivi    pic xx.
       77  status-rpreventivi    pic xx.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 ws-giornale-aperto value 1 false 0.
      * ACCESO QUANDO UNA RIGA DI MERCE HA PRESO IL CODICE IVA DEL
      * SUO ARTICOLO: L'IVA DI TESTATA VA RIFATTA DAL CASTELLETTO.
       77  filler                pic 9.
           88 ws-righe-codiva-propria value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-anno-corrente      pic 9(4).
       77  ws-mag-esito          pic xx.
       77  ws-mag-lotto          pic x(15) value spaces.
       77  ws-mag-scad-lotto     pic 9(8)  value 0.
       77  ws-mag-codice-letto   pic x(20) value spaces.

      * NUMERAZIONE SEZIONALE PER SEDE (VEDI ST-NUMDOC)
       77  ws-sezionale          pic x(1) value spaces.
           end-if.
           if tutto-ok
              perform GENERA-RIGHE-FATTURA
              if ws-righe-codiva-propria
                 perform RICALCOLA-IVA-RIGHE
              end-if
              perform MARCA-PREVENTIVO-CONVERTITO
           end-if.
           if ws-giornale-aperto
              move rpr-listino      to rfa-listino
              move rpr-sconto       to rfa-sconto
              move rpr-prz          to rfa-prz
              move tpr-iva          to rfa-codiva
              perform CODIVA-ARTICOLO-RIGA
              perform GIORNALE-PASSO-RIGA
              write rec-rfatture
              perform SCARICA-MAGAZZINO-RIGA
           end-perform.

      ***---
      * LA MERCE CON UN CODICE IVA PROPRIO SU ARTICOLI LO PORTA SULLA
      * RIGA; LE PRESTAZIONI RESTANO SUL CODICE DI TESTATA.
       CODIVA-ARTICOLO-RIGA.
           move rfa-articolo to art-codice.
           read articoli no lock
                invalid exit paragraph
           end-read.
           if not art-merce or art-codiva = spaces or
              art-codiva = tpr-iva
              exit paragraph
           end-if.
           move art-codiva to rfa-codiva.
           set ws-righe-codiva-propria to true.

      ***---
      * CON ALIQUOTE DIVERSE SULLE RIGHE L'IVA DI TESTATA SI RIFA'
      * DAL CASTELLETTO (VEDI ST-CASTIVA), CON LA REGOLA DI
      * ARROTONDAMENTO DEL PROFILO LETTO IN ASSEGNA-SEZIONALE.
       RICALCOLA-IVA-RIGHE.
           move link-fatt-anno   to tfa-anno.
           move link-fatt-numero to tfa-numero.
           read tfatture
                invalid
                   set tutto-ok to false
                   exit paragraph
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
                   invalid set tutto-ok to false
           end-rewrite.

      ***---
       SCARICA-MAGAZZINO-RIGA.
      * SOLO GLI ARTICOLI MERCE MOVIMENTANO IL MAGAZZINO; PER I
                                  link-fatt-numero ws-mag-note
                                  link-operatore ws-mag-giacenza
                                  ws-mag-esito
                                  ws-mag-lotto ws-mag-scad-lotto
                                  ws-mag-codice-letto.
           cancel "st-movmag".

      ***---
