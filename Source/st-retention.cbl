      *       RETENZIONE IN STATO PROPOSTO, CON L'EVENTUALE REVOCA
      *       DEL CONSENSO AL TRATTAMENTO EVIDENZIATA, E LA LISTA DI
      *       REVISIONE ESCE SUL TABULATO
      *   "A" APPROVA LA PROPOSTA DI UN CLIENTE (CON TRACCIA): SERVE
      *       LA RICHIESTA CONFERMATA DA UN SECONDO OPERATORE (VEDI
      *       ST-QUATTROCCHI), CHE RESTA SU RET-CONFERMATO-DA
      *   "E" ESEGUE: GLI APPROVATI VENGONO ANONIMIZZATI IN BLOCCO
      *       PASSANDO DALLA LOGICA PER SINGOLO CLIENTE DI
      *       ST-ANONIMIZZA, E IL RIEPILOGO DI COSA E' STATO RIMOSSO
       copy "fonts.def".
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "doppiaut.lks".
       copy "errlog.lks".

       77  status-retenzione     pic xx.
       77  status-clienti        pic xx.
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           move 0 to ws-num-proposti ws-num-eseguiti ws-num-ultime.
           initialize doppiaut-link.
           accept ws-data-corrente from century-date.
           if link-anni = 0
              move 78-anni-standard to ws-anni
                if not ret-proposto
                   set tutto-ok to false
                else
                   perform VERIFICA-DOPPIA-AUTORIZZAZIONE
                end-if
                if tutto-ok
                   set ret-approvato to true
                   move link-operatore  to ret-approvato-da
                   move dal-confermante to ret-confermato-da
                   rewrite rec-retenzione
                           invalid set tutto-ok to false
                   end-rewrite
           end-read.
           close retenzione.

      ***---
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           set  dal-esegui       to true.
           move "ST-RETENTION"   to dal-programma.
           move link-cliente     to dal-operazione.
           move link-operatore   to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if not dal-esito-ok
              set tutto-ok to false
           end-if.

      ***---
       AUDIT-APPROVAZIONE.
           initialize auditlog-link.
           read clienti no lock
                invalid move spaces to cli-ragsoc
           end-read.
           move "R" to ws-ano-conferma.
           call "st-anonimizza" using ret-cliente ws-ano-conferma
                                      link-operatore ws-ano-esito.
           cancel "st-anonimizza".

           display message messaggio.

           initialize errlog-link.
           move "ST-RETENTION"    to ell-programma.
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
           if dal-esito-ko
              string "Approvazione non eseguita: " delimited size
                     dal-messaggio                 delimited size
                into messaggio
              end-string
              inspect messaggio replacing trailing space by low-value
              display message messaggio
              exit paragraph
           end-if.
           move ws-num-proposti to ws-num-proposti-z.
           move ws-num-eseguiti to ws-num-eseguiti-z.
           string "Clienti proposti: "     delimited size
