      * ANNULLAMENTO. OGNI CORREZIONE DIVENTA UNA RIGA CORRRETT
      * PROGRESSIVA DENTRO LA GIORNATA: IL REGISTRO MOSTRA TUTTA LA
      * STORIA INVECE DI TELEFONARE AL COMMERCIALISTA.
      * UN FLUSSO DI VARIAZIONE NON SI RITIRA: SERVE LA RICHIESTA
      * CONFERMATA DA UN SECONDO OPERATORE (VEDI ST-QUATTROCCHI) PER
      * GIORNATA + TIPO DI OPERAZIONE, E A LANCIARLO DEV'ESSERE UNO DEI
      * DUE (LINK-OPERATORE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "doppiaut.lks".
           copy "errlog.lks".

       77  status-corrtele       pic xx.
       77  status-corrrett       pic xx.
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
       77  link-operatore        pic x(10).

      ******************************************************************
       PROCEDURE DIVISION using link-data link-tipo link-cartella
                                 link-esito link-operatore.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform VERIFICA-DOPPIA-AUTORIZZAZIONE
           end-if.
           if tutto-ok
              perform OPEN-FILES
              perform CONTROLLA-GIORNATA-TRASMESSA
              (link-tipo not = "R" and link-tipo not = "A")
              set tutto-ok to false
           end-if.
           initialize doppiaut-link.

      ***---
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           set  dal-esegui       to true.
           move "ST-CORRRETT"    to dal-programma.
           move link-data        to dal-operazione(1:8).
           move link-tipo        to dal-operazione(9:1).
           move link-operatore   to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if not dal-esito-ok
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           end-string.
           open output xmlout.
           if status-xmlout not = "00"
              move "GENERA-XML-VARIAZIONE" to ell-paragrafo
              move "XMLOUT"                to ell-file
              move status-xmlout           to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
              inspect ws-nome-file
                      replacing trailing low-value by spaces
           else
              if dal-esito-ko
                 string "Correzione non generata: " delimited size
                        dal-messaggio               delimited size
                   into messaggio
                 end-string
              else
                 string "Correzione non generata (giornata non "
                        "trasmessa?)" delimited size
                   into messaggio
                 end-string
              end-if
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-CORRRETT"      to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close corrtele corrrett tcorrisp codiva.
