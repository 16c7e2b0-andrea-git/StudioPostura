       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.

      * CHIAMATA A ST-APPCANC PER GLI ANNULLI
       77  ws-canc-esito         pic xx.
      * L'SMS DI ANNULLO NON DICE IL MOTIVO: SUL REGISTRO DISDETTE
      * RESTA NON INDICATO
       77  ws-canc-motivo        pic x(4) value spaces.

      * CONTATORI
       77  ws-num-confermati     pic 9(3) value 0.
      * SCANSIONE RIPARTE DALLA RIGA SUCCESSIVA A QUELLA SPARITA.
           close appuntamenti.
           call "st-appcanc" using app-data app-ora app-progressivo
                                   link-operatore ws-canc-esito
                                   ws-canc-motivo.
           cancel "st-appcanc".
           if ws-canc-esito not = "KO"
              add 1 to ws-num-annullati

           display message messaggio.

           initialize errlog-link.
           move "ST-PROMEMIMP"    to ell-programma.
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
