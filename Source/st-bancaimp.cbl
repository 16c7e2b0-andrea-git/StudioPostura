       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-incassi        pic xx.
              add inc-importo to ws-incassato
           end-perform.
           compute ws-residuo = tfa-importo-tot - ws-incassato.
      * IN SCISSIONE DEI PAGAMENTI L'IVA NON ARRIVA DAL CLIENTE
           if tfa-split
              subtract tfa-importo-iva from ws-residuo
           end-if.

      ***---
       CERCA-TESTO-IN-CAUSALE.

           display message messaggio.

           initialize errlog-link.
           move "ST-BANCAIMP"     to ell-programma.
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
