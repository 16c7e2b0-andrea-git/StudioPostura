      *   - MESE DI COMPLEANNO (CLI-DATA-N)
      *   - SOLO CLIENTI CON ABBONAMENTO RESIDUO (ABBONAMENTI)
      *   - SALDO PUNTI MINIMO (SOMMA DEI MOVIMENTI PUNTI)
      *   - CLASSE ABC DEL CLIENTE (CLI-CLASSE-ABC, VEDI ST-COORTI)
      * CHI NON HA UN CONSENSO MARKETING VALIDO (CON-MARKETING
      * CONCESSO E NON REVOCATO) VIENE SEMPRE ESCLUSO: QUEL FILTRO
      * NON E' PIU' UN PASSAGGIO A MANO. LE FUNZIONI:
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "comlog.lks".
           copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tschede        pic xx.
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
       77  link-classe-abc       pic x(1).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-tipologia
                                 link-punti-minimi
                                 link-percorso-csv link-oggetto
                                 link-operatore link-conteggio
                                 link-esito link-classe-abc.

      ***---
       MAIN-PRG.
              move link-percorso-csv to ws-percorso-csv
              open output csvout
              if status-csvout not = "00"
                 move "OPEN-FILES"  to ell-paragrafo
                 move "CSVOUT"      to ell-file
                 move status-csvout to ell-status
                 perform REGISTRA-ERRORE-FILE
                 set tutto-ok to false
              else
                 set csv-aperto to true
              set cliente-incluso to false
              exit paragraph
           end-if.
           if link-classe-abc not = spaces and
              cli-classe-abc not = link-classe-abc
              set cliente-incluso to false
              exit paragraph
           end-if.
           if link-mese-compleanno not = 0
              if cli-data-n = 0 or
                 cli-data-n(5:2) not = link-mese-compleanno
           move link-operatore to cml-operatore.
           call "st-comlog" using comlog-link.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-CAMPAGNE"      to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close clienti tschede rschede rschede-storico
