
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-tcorrisp       pic xx.
       77  status-codiva         pic xx.
       77  messaggio             pic x(200) value spaces.
       77  ws-data-corrente      pic 9(8).

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).

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
           end-string.
           open output xmlout.
           if status-xmlout not = "00"
              move "GENERA-FLUSSO-GIORNATA" to ell-paragrafo
              move "XMLOUT"                 to ell-file
              move status-xmlout            to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
           set xml-aperto to true.
           if not scarti-aperto
              open output scarti
              if status-scarti not = "00"
                 move "ACCODA-SCARTO-GIA-INVIATA" to ell-paragrafo
                 move "SCARTI"                    to ell-file
                 move status-scarti               to ell-status
                 perform REGISTRA-ERRORE-FILE
                 exit paragraph
              end-if
              set scarti-aperto to true
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-CORRTELE"      to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close tcorrisp codiva param corrtele.
