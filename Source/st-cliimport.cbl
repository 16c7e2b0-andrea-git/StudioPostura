       copy "fonts.def".
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tipocli        pic xx.

           display message messaggio.

           initialize errlog-link.
           move "ST-CLIIMPORT"    to ell-programma.
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
