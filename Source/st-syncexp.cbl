
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-synccoda       pic xx.
       77  status-scambio        pic xx.
       77  ws-num-esportate-z    pic zzzz9.
       77  messaggio             pic x(150) value spaces.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-percorso-file    pic x(200).
       77  link-esito            pic xx.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              display message
                      "In addestramento non si trasmette nulla."
              set link-esito-ko to true
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              open i-o    synccoda
           end-if.
           if status-synccoda not = "00"
              move "OPEN-FILES"    to ell-paragrafo
              move "SYNCCODA"      to ell-file
              move status-synccoda to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output scambio.
           if status-scambio not = "00"
              move "OPEN-FILES"   to ell-paragrafo
              move "SCAMBIO"      to ell-file
              move status-scambio to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           else
              set scambio-aperto to true
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-SYNCEXP"       to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close synccoda.
