      * PER OGNI RICHIESTA VIENE SCRITTA UNA RIGA DI RISPOSTA SUL
      * FILE DI USCITA (EMAIL;ESITO;DETTAGLIO) CHE IL SITO MOSTRA AL
      * CLIENTE: CONFERMATO, LISTA ATTESA O RIFIUTATO.
      * GLI ORARI LIBERI DA PROPORRE IL SITO LI PRENDE DAL FILE DI
      * SCAMBIO PUBBLICATO DA ST-WEBDISP.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "domicilio.lks".
           copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-listattesa     pic xx.
           end-if.
           open input inbox.
           if status-inbox not = "00"
              move "OPEN-FILES" to ell-paragrafo
              move "INBOX"      to ell-file
              move status-inbox to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           else
              set inbox-aperto to true
           if tutto-ok
              open output outbox
              if status-outbox not = "00"
                 move "OPEN-FILES"  to ell-paragrafo
                 move "OUTBOX"      to ell-file
                 move status-outbox to ell-status
                 perform REGISTRA-ERRORE-FILE
                 set tutto-ok to false
              else
                 set outbox-aperto to true
                      perform RISPONDI-RIFIUTATA
              end-read
              if status-articoli not = "00"
                 if status-articoli not = "23"
                    move "ELABORA-RICHIESTA" to ell-paragrafo
                    move "ARTICOLI"          to ell-file
                    move status-articoli     to ell-status
                    perform REGISTRA-ERRORE-FILE
                 end-if
                 exit paragraph
              end-if
           end-if.
           move spaces to ws-app-operatore ws-app-stanza
                          ws-app-super-codice ws-app-super-password.
           move "N" to ws-app-forza.
           initialize domicilio-link.
           call "st-appinser" using ws-ric-data ws-ric-ora
                                    ws-ric-cliente ws-ric-durata
                                    ws-app-operatore ws-ric-note
                                    ws-ric-articolo ws-app-stanza
                                    ws-app-forza ws-app-super-codice
                                    ws-app-super-password
                                    ws-app-esito domicilio-link.
           cancel "st-appinser".
           evaluate true
           when ws-app-esito = "OK" or ws-app-esito = "NS" or
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-WEBIMPORT"     to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close clienti listattesa articoli.
