
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-auditlog       pic xx.
       77  status-comunicazioni  pic xx.
              open output archivio
           end-if.
           if status-archivio not = "00"
              move "APRI-ARCHIVIO-ANNO" to ell-paragrafo
              move "ARCHIVIO"           to ell-file
              move status-archivio      to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           end-if.

              perform COMPONI-PERCORSO-ANNO
              open input archivio
              if status-archivio not = "00"
                 move "VERIFICA-ARCHIVI" to ell-paragrafo
                 move "ARCHIVIO"         to ell-file
                 move status-archivio    to ell-status
                 perform REGISTRA-ERRORE-FILE
                 set verifica-ok to false
              else
                 move 0 to ws-anno-riletti(ws-yidx)
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-ARCHLOG"       to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
