
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-statmens       pic xx.
       77  status-tfatture       pic xx.
       SVUOTA-STATMENS.
           open output statmens.
           if status-statmens not = "00"
              move "SVUOTA-STATMENS" to ell-paragrafo
              move "STATMENS"        to ell-file
              move status-statmens   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           end-if.
           close statmens.
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-STATGEN"       to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
