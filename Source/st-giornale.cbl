
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-giornale       pic xx.

              open i-o    giornale
           end-if.
           if status-giornale not = "00"
              move "MAIN-PRG"      to ell-paragrafo
              move "GIORNALE"      to ell-file
              move status-giornale to ell-status
              perform REGISTRA-ERRORE-FILE
              set gil-ko to true
              goback
           end-if.
                        invalid set gil-ko to true
                end-rewrite
           end-read.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-GIORNALE"      to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
