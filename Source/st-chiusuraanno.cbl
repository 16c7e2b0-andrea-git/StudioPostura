      *     VALORIZZATO VIENE RICALCOLATA CON LO STESSO ALGORITMO DI
      *     ST-DOCUM; LE DIFFERENZE FINISCONO A VIDEO NEL RIEPILOGO
      * L'ESITO DELLE VERIFICHE RESTA SULLA RIGA ANNICHIUSI. LA
      * CHIUSURA LA LANCIA UN SUPERVISORE (ST-OPEAUTH) E RICHIEDE LA
      * CONFERMA DI UN SECONDO OPERATORE PER L'ANNO (VEDI
      * ST-QUATTROCCHI).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "doppiaut.lks".

       77  status-annichiusi     pic xx.
       77  status-tfatture       pic xx.
           if tutto-ok
              perform VERIFICA-SUPERVISORE
           end-if.
           if tutto-ok
              perform VERIFICA-DOPPIA-AUTORIZZAZIONE
           end-if.
           if tutto-ok
              perform OPEN-FILES
              perform VERIFICA-NUMERAZIONE
           if link-anno = 0
              set tutto-ok to false
           end-if.
           initialize doppiaut-link.

      ***---
       VERIFICA-SUPERVISORE.
              set tutto-ok to false
           end-if.

      ***---
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           set  dal-esegui        to true.
           move "ST-CHIUSURAANNO" to dal-programma.
           move link-anno         to dal-operazione.
           move link-super-codice to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if not dal-esito-ok
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o annichiusi.
              if rfa-chiave-testa not = tfa-chiave
                 exit perform
              end-if
      * STESSA REGOLA DI AGGIUNGI-HASH-RIGA IN ST-DOCUM: IL CODICE
      * IVA DI RIGA ENTRA NELL'IMPRONTA SOLO QUANDO C'E'.
              move spaces  to ws-hash-buffer
              if rfa-codiva = spaces
                 move rfa-rec(1:93) to ws-hash-buffer(1:93)
                 move 93            to ws-hash-lunghezza
              else
                 move rfa-rec       to ws-hash-buffer(1:96)
                 move 96            to ws-hash-lunghezza
              end-if
              perform AGGIORNA-HASH-BUFFER
           end-perform.
      * LA SCANSIONE DELLE RIGHE HA MOSSO IL CURSORE DI TFATTURE?
                into messaggio
              end-string
           else
              string "Chiusura non eseguita. " delimited size
                     dal-messaggio             delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.
