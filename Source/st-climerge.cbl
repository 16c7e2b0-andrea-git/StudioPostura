      * AVER VISIONATO IL TABULATO DI ST-CLIDUPE): RIPUNTA SU TSC-CLIENTE
      * TFA-CLIENTE TCO-CLIENTE TNO-CLIENTE DAL CODICE PERDENTE AL
      * CODICE SUPERSTITE, POI CANCELLA LA SCHEDA ANAGRAFICA PERDENTE.
      * L'ACCORPAMENTO NON SI DISFA: SERVE LA RICHIESTA CONFERMATA DA
      * UN SECONDO OPERATORE (VEDI ST-QUATTROCCHI) PER LA COPPIA
      * SUPERSTITE + PERDENTE, E A LANCIARLO DEV'ESSERE UNO DEI DUE
      * (LINK-OPERATORE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "doppiaut.lks".

       77  status-clienti        pic xx.
       77  status-tschede        pic xx.
       LINKAGE SECTION.
       77  link-codice-superstite pic x(6).
       77  link-codice-perdente   pic x(6).
       77  link-operatore         pic x(10).

      ******************************************************************
       PROCEDURE DIVISION using link-codice-superstite
                                 link-codice-perdente
                                 link-operatore.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform VERIFICA-DOPPIA-AUTORIZZAZIONE
           end-if.
           if tutto-ok
              perform OPEN-FILES
              perform RIPUNTA-TSCHEDE
              link-codice-superstite = link-codice-perdente
              set tutto-ok to false
           end-if.
           initialize doppiaut-link.

      ***---
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           set  dal-esegui             to true.
           move "ST-CLIMERGE"          to dal-programma.
           move link-codice-superstite to dal-operazione(1:6).
           move link-codice-perdente   to dal-operazione(7:6).
           move link-operatore         to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if not dal-esito-ok
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           if not tutto-ok
              if dal-esito-ko
                 string "Accorpamento non eseguito: " delimited size
                        dal-messaggio                 delimited size
                   into messaggio
                 end-string
              else
                 string "Codici cliente non validi: nessun "
                        "accorpamento eseguito." delimited size
                   into messaggio
                 end-string
              end-if
           else
              move ws-num-tschede  to ws-num-z
              move ws-num-z        to ws-num-tschede-z
