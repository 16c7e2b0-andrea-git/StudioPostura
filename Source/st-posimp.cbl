       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-incassi        pic xx.
       77  status-tcorrisp       pic xx.
       77  ws-fac-prz            pic s9(5)v99.
       77  ws-fac-data-pag       pic 9(8).
       77  ws-fac-esito          pic xx.
       77  ws-fac-rit-perc       pic 9(2)v99    value 0.
       77  ws-fac-rit-imponibile pic s9(7)v99   value 0.
       77  ws-fac-rit-importo    pic s9(7)v99   value 0.
       77  ws-fac-categoria      pic x(3)       value spaces.
       01  ws-fac-riparto.
           05 ws-fac-rip         occurs 5 times.
              10 ws-fac-rip-studio pic x(4).
              10 ws-fac-rip-perc   pic 9(3)v99.

      * CONTATORI
       77  ws-num-abbinati       pic 9(3) value 0.
           move "Commissioni POS del periodo" to ws-fac-descrizione.
           move 0 to ws-fac-qta ws-fac-data-pag.
           move ws-tot-commissioni to ws-fac-prz.
           initialize ws-fac-riparto.
           call "st-fatacq" using ws-fac-funzione ws-fac-anno
                                  ws-fac-protocollo link-fornitore
                                  ws-fac-numero-doc ws-data-corrente
                                  ws-fac-note ws-fac-articolo
                                  ws-fac-descrizione ws-fac-qta
                                  ws-fac-prz ws-fac-data-pag
                                  link-operatore ws-fac-esito
                                  ws-fac-rit-perc ws-fac-rit-imponibile
                                  ws-fac-rit-importo
                                  ws-fac-categoria ws-fac-riparto.
           if ws-fac-esito = "OK"
              move "R" to ws-fac-funzione
              call "st-fatacq" using ws-fac-funzione ws-fac-anno
                                     ws-fac-descrizione ws-fac-qta
                                     ws-fac-prz ws-fac-data-pag
                                     link-operatore ws-fac-esito
                                     ws-fac-rit-perc
                                     ws-fac-rit-imponibile
                                     ws-fac-rit-importo
                                     ws-fac-categoria ws-fac-riparto
           end-if.
           cancel "st-fatacq".


           display message messaggio.

           initialize errlog-link.
           move "ST-POSIMP"       to ell-programma.
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
