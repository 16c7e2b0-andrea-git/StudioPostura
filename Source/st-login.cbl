      *              UN SUPERVISORE CON ST-OPEADMIN ("A" O "R")
      *         "DI" ACCOUNT DISABILITATO
      *         "KO" OPERATORE INESISTENTE
      *   "A" LOGIN IN ADDESTRAMENTO: STESSE VERIFICHE E STESSI
      *       ESITI DI "L" SUGLI OPERATORI VERI; SE RIESCE, LA
      *       POSTAZIONE PASSA AGLI ARCHIVI DI PROVA (FILE_PREFIX
      *       SULLA CARTELLA DI ST-ADDESTRA, CHE LI PREPARA SE NON CI
      *       SONO ANCORA) E RESTA "ADDESTRAMENTO" = "S" NELL'AMBIENTE
      *       FINO AL PROSSIMO LOGIN O LOGOUT. SE LA CARTELLA DI PROVA
      *       NON SI PUO' USARE L'ESITO E' "KO" E SI RESTA SUI VERI
      *   "U" LOGOUT: ACCODA LA RIGA DI USCITA
      * LE RIGHE DEL GIORNALE ACCESSI VANNO SEMPRE SUGLI ARCHIVI VERI:
      * OGNI CHIAMATA, PRIMA DI TUTTO, ESCE DALL'ADDESTRAMENTO.
      * L'ANZIANITA' DELLA PASSWORD E' MISURATA CON L'APPROSSIMAZIONE
      * COMMERCIALE A MESI DI 30 GIORNI, COME FA ST-SCADUTI PER LE
      * FASCE DI RITARDO: PER UNA POLICY DI NOVANTA GIORNI BASTA E
       77  ws-esito-riga         pic x(1).
       77  ws-postazione         pic x(30).

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-ADDESTRA)
       77  ws-addestramento      pic x(1).
       77  ws-prefisso-reale     pic x(200).
       77  ws-dir-addestramento  pic x(200).
       77  ws-percorso-prova     pic x(250).
       77  ws-esito-call         pic s9(9) comp-5.
       77  ws-add-esito          pic xx.
       01  ws-file-info.
           05 ws-info-dimensione pic x(8) comp-x.
           05 ws-info-data       pic 9(8) comp-x.
           05 ws-info-ora        pic 9(8) comp-x.

      * ANZIANITA' PASSWORD (APPROSSIMAZIONE COMMERCIALE)
       77  ws-conv-data          pic 9(8).
       77  ws-conv-assoluto      pic 9(9).
       77  link-funzione         pic x(1).
           88 link-login         value "L".
           88 link-logout        value "U".
           88 link-login-addestramento value "A".
       77  link-codice           pic x(10).
       77  link-password         pic x(10).
       77  link-esito            pic xx.
           evaluate true
           when link-login
                perform ESEGUI-LOGIN
           when link-login-addestramento
                perform ESEGUI-LOGIN
                if link-esito = "OK" or link-esito = "CP"
                   perform ENTRA-IN-ADDESTRAMENTO
                end-if
           when link-logout
                perform ESEGUI-LOGOUT
           when other
           accept ws-ora-corrente  from time.
           accept system-information from system-info.
           move sys-info-node-name to ws-postazione.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              accept ws-prefisso-reale
                     from environment "FILE_PREFIX_REALE"
              set environment "FILE_PREFIX"   to ws-prefisso-reale
              set environment "ADDESTRAMENTO" to spaces
           end-if.

      ***---
       ESEGUI-LOGIN.
      * AVVISA SOLO SE CE NE SONO.
           if link-esito = "OK" or link-esito = "CP"
              perform AVVISA-MESSAGGI-PENDENTI
      * L'OPERATORE RESTA NELL'AMBIENTE DELLA POSTAZIONE: LO USA IL
      * GIORNALE DEGLI ERRORI (ST-ERRLOG) QUANDO IL PROGRAMMA CHE
      * SEGNALA L'ERRORE NON SA CHI STA LAVORANDO.
              set environment "OPERATORE" to link-codice
           end-if.

      ***---
      * IL PREFISSO VERO SI METTE DA PARTE PER L'USCITA (VEDI INIT) E
      * PER ST-ADDESTRA, CHE DA LI' COPIA LA CONFIGURAZIONE QUANDO
      * RIPORTA L'AMBIENTE DI PROVA ALLO STATO INIZIALE.
       ENTRA-IN-ADDESTRAMENTO.
           accept ws-prefisso-reale from environment "FILE_PREFIX".
           accept ws-dir-addestramento
                  from environment "DIR_ADDESTRAMENTO".
           if ws-dir-addestramento = spaces
              move "ADDESTRA" to ws-dir-addestramento
           end-if.
           if ws-dir-addestramento = ws-prefisso-reale
              set link-esito-ko to true
              exit paragraph
           end-if.
           initialize ws-percorso-prova.
           string ws-dir-addestramento delimited space
                  "\CLIENTI"          delimited size
             into ws-percorso-prova
           end-string.
           call "C$FILEINFO" using ws-percorso-prova ws-file-info
                            giving ws-esito-call.
           if ws-esito-call not = 0
              call   "st-addestra" using link-codice ws-add-esito
              cancel "st-addestra"
              if ws-add-esito not = "OK"
                 set link-esito-ko to true
                 exit paragraph
              end-if
           end-if.
           set environment "FILE_PREFIX_REALE" to ws-prefisso-reale.
           set environment "FILE_PREFIX"   to ws-dir-addestramento.
           set environment "ADDESTRAMENTO" to "S".

      ***---
       VALUTA-CREDENZIALI.
           move "U" to ws-tipo-riga.
           move "R" to ws-esito-riga.
           perform REGISTRA-ACCESSO.
           set environment "OPERATORE" to spaces.

      ***---
       REGISTRA-ACCESSO.
