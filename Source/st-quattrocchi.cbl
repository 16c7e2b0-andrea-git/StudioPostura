       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-quattrocchi.
       AUTHOR.                          Andrea.
      ******************************************************************
      * DOPPIA AUTORIZZAZIONE ("QUATTRO OCCHI") DELLE OPERAZIONI CHE
      * CAMBIANO LA STORIA IN MODO DEFINITIVO: ACCORPARE CLIENTI
      * (ST-CLIMERGE), ANONIMIZZARE (ST-ANONIMIZZA, L'APPROVAZIONE
      * DI ST-RETENTION), RETTIFICARE UNA GIORNATA TRASMESSA
      * (ST-CORRRETT), CHIUDERE L'ESERCIZIO (ST-CHIUSURAANNO),
      * RIAPRIRE UNA CASSA CHIUSA (ST-CHIUCASSA), FORZARE IL FIDO
      * (ST-DOCUM, DIRITTO "FORZA-FIDO"). NON BASTA PIU' UN SOLO
      * SUPERVISORE:
      *   - IL PRIMO OPERATORE, RICONOSCIUTO CON LA PROPRIA
      *     PASSWORD (ST-OPEAUTH), APRE LA RICHIESTA SU DOPPIAUT PER
      *     PROGRAMMA + CHIAVE DELL'OPERAZIONE ("R")
      *   - UN SECONDO OPERATORE, DIVERSO DAL PRIMO, ATTIVO E CON
      *     IL DIRITTO SUL PROGRAMMA (ST-DIRITTI: I SUPERVISORI
      *     PASSANO SEMPRE), LA CONFERMA CON LA PROPRIA PASSWORD
      *     (ST-OPEAUTH), DALLA STESSA POSTAZIONE ("D") O DA
      *     UN'ALTRA CON IL NUMERO DELLA RICHIESTA ("C")
      *   - IL PROGRAMMA, QUANDO ESEGUE, CONSUMA LA RICHIESTA
      *     CONFERMATA PER LA SUA OPERAZIONE ("E"), SOLO SE A
      *     ESEGUIRE E' UNO DEI DUE OPERATORI DELLA RICHIESTA:
      *     ALTRIMENTI SI RIFIUTA. UNA RICHIESTA SI USA UNA VOLTA SOLA
      * OGNI PASSAGGIO FINISCE SU AUDITLOG; L'ESECUZIONE CON I NOMI
      * DI ENTRAMBI (RICHIEDENTE COME VALORE PRECEDENTE, CONFERMANTE
      * COME NUOVO). LE RICHIESTE SCADONO DOPO 78-MINUTI-VALIDITA
      * MINUTI DALL'APERTURA (IN ATTESA) O DALLA CONFERMA (NON
      * USATE), E COMUNQUE A FINE GIORNATA: A OGNI CHIAMATA QUELLE
      * SCADUTE PASSANO IN STATO "S".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "doppiaut.sl".
           copy "operatori.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "doppiaut.fd".
           copy "operatori.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-doppiaut       pic xx.
       77  status-operatori      pic xx.

       78  78-minuti-validita    value 30.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovata            value 1 false 0.
       77  filler                pic 9.
           88 trovata-altri      value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-minuti-correnti    pic 9(4).
       77  ws-minuti-rif         pic 9(4).
       77  ws-data-rif           pic 9(8).
       77  ws-ora-rif            pic 9(8).
       01  ws-ora-scomposta.
           05 ws-ora-hh          pic 9(2).
           05 ws-ora-mm          pic 9(2).
           05 filler             pic 9(4).
       77  ws-ultimo-numero      pic 9(8).
       77  ws-auth-super         pic x(1).
       77  ws-auth-esito         pic xx.
       77  ws-diritto-esito      pic xx.
       77  ws-stato-precedente   pic x(1).

       LINKAGE SECTION.
           copy "doppiaut.lks".

      ******************************************************************
       PROCEDURE DIVISION using doppiaut-link.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           perform SCADI-RICHIESTE.
           evaluate true
           when dal-richiedi
                perform APRI-RICHIESTA
           when dal-conferma
                perform CONFERMA-RICHIESTA
           when dal-contestuale
                perform APRI-RICHIESTA
                if tutto-ok
                   perform CONFERMA-RICHIESTA
                end-if
           when dal-esegui
                perform ESEGUI-RICHIESTA
           when other
                set tutto-ok to false
                move "Funzione non prevista" to dal-messaggio
           end-evaluate.
           perform CLOSE-FILES.
           if tutto-ok
              set dal-esito-ok to true
           else
              set dal-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           move spaces to dal-messaggio.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           accept system-information from system-info.
           move ws-ora-corrente to ws-ora-scomposta.
           compute ws-minuti-correnti = ws-ora-hh * 60 + ws-ora-mm.

      ***---
       OPEN-FILES.
           open i-o doppiaut.
           if status-doppiaut = "35"
              open output doppiaut
              close       doppiaut
              open i-o    doppiaut
           end-if.
           open input operatori.

      ***---
      * IN ATTESA SI CONTA DALL'APERTURA, CONFERMATA DALLA CONFERMA;
      * UNA RICHIESTA DI UN ALTRO GIORNO E' SCADUTA IN OGNI CASO.
       SCADI-RICHIESTE.
           move low-value to dpa-numero.
           start doppiaut key >= dpa-numero
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read doppiaut next at end exit perform end-read
              if dpa-in-attesa or dpa-confermata
                 perform VERIFICA-SCADENZA
              end-if
           end-perform.

      ***---
       VERIFICA-SCADENZA.
           if dpa-confermata
              move dpa-data-conferma  to ws-data-rif
              move dpa-ora-conferma   to ws-ora-rif
           else
              move dpa-data-richiesta to ws-data-rif
              move dpa-ora-richiesta  to ws-ora-rif
           end-if.
           move ws-ora-rif to ws-ora-scomposta.
           compute ws-minuti-rif = ws-ora-hh * 60 + ws-ora-mm.
           if ws-data-rif not = ws-data-corrente or
              ws-minuti-correnti > ws-minuti-rif + 78-minuti-validita
              move dpa-stato to ws-stato-precedente
              set  dpa-scaduta      to true
              move ws-data-corrente to dpa-data-chiusura
              move ws-ora-corrente  to dpa-ora-chiusura
              rewrite rec-doppiaut
                      invalid continue
              end-rewrite
              initialize auditlog-link
              move "DPA-STATO"         to aul-campo
              move ws-stato-precedente to aul-valore-precedente
              move dpa-stato           to aul-valore-nuovo
              move dpa-richiedente     to aul-operatore
              perform SCRIVI-AUDIT
           end-if.

      ***---
      * IL PRIMO OPERATORE DEV'ESSERE UN ACCOUNT ATTIVO, RICONOSCIUTO
      * CON LA PROPRIA PASSWORD COME IL SECONDO: NESSUNO PUO' APRIRE
      * UNA RICHIESTA A NOME DI UN COLLEGA.
       APRI-RICHIESTA.
           if dal-programma   = spaces or
              dal-operazione  = spaces or
              dal-richiedente = spaces
              set tutto-ok to false
              move "Richiesta incompleta" to dal-messaggio
              exit paragraph
           end-if.
           move dal-richiedente to ope-codice.
           read operatori no lock
                invalid set tutto-ok to false
            not invalid
                if ope-disattivato
                   set tutto-ok to false
                end-if
           end-read.
           if not tutto-ok
              move "Operatore richiedente non valido" to dal-messaggio
              exit paragraph
           end-if.
           move "N" to ws-auth-super.
           call "st-opeauth" using dal-richiedente dal-password-rich
                                   ws-auth-super ws-auth-esito.
           cancel "st-opeauth".
           if ws-auth-esito not = "OK"
              set tutto-ok to false
              move "Primo operatore non riconosciuto" to dal-messaggio
              exit paragraph
           end-if.

           move 0 to ws-ultimo-numero.
           move 99999999 to dpa-numero.
           start doppiaut key <= dpa-numero
                 invalid continue
             not invalid
                 read doppiaut previous no lock
                      at end continue
                  not at end move dpa-numero to ws-ultimo-numero
                 end-read
           end-start.

           initialize rec-doppiaut.
           compute dpa-numero = ws-ultimo-numero + 1.
           move dal-programma      to dpa-programma.
           move dal-operazione     to dpa-operazione.
           move dal-descrizione    to dpa-descrizione.
           set  dpa-in-attesa      to true.
           move dal-richiedente    to dpa-richiedente.
           move sys-info-node-name to dpa-postazione-rich.
           move ws-data-corrente   to dpa-data-richiesta.
           move ws-ora-corrente    to dpa-ora-richiesta.
           write rec-doppiaut
                 invalid
                     set tutto-ok to false
                     move "Registrazione richiesta fallita"
                       to dal-messaggio
                     exit paragraph
           end-write.
           move dpa-numero to dal-numero.

           initialize auditlog-link.
           set  aul-inserimento    to true.
           move "DPA-STATO"        to aul-campo.
           move spaces             to aul-valore-precedente.
           move dpa-stato          to aul-valore-nuovo.
           move dal-richiedente    to aul-operatore.
           perform SCRIVI-AUDIT.

      ***---
      * IL SECONDO OPERATORE: DIVERSO DAL PRIMO, RICONOSCIUTO CON LA
      * PROPRIA PASSWORD E CON IL DIRITTO SUL PROGRAMMA.
       CONFERMA-RICHIESTA.
           move dal-numero to dpa-numero.
           read doppiaut
                invalid
                    set tutto-ok to false
                    move "Richiesta inesistente" to dal-messaggio
                    exit paragraph
           end-read.
           if not dpa-in-attesa
              set tutto-ok to false
              move "Richiesta scaduta o gia' confermata"
                to dal-messaggio
              exit paragraph
           end-if.
           if dal-confermante = spaces or
              dal-confermante = dpa-richiedente
              set tutto-ok to false
              move "Serve un secondo operatore diverso dal primo"
                to dal-messaggio
              exit paragraph
           end-if.
           move "N" to ws-auth-super.
           call "st-opeauth" using dal-confermante dal-password
                                   ws-auth-super ws-auth-esito.
           cancel "st-opeauth".
           if ws-auth-esito not = "OK"
              set tutto-ok to false
              move "Secondo operatore non riconosciuto"
                to dal-messaggio
              exit paragraph
           end-if.
           call "st-diritti" using dal-confermante dpa-programma
                                   ws-diritto-esito.
           cancel "st-diritti".
           if ws-diritto-esito not = "OK"
              set tutto-ok to false
              move "Il secondo operatore non ha il diritto richiesto"
                to dal-messaggio
              exit paragraph
           end-if.

           set  dpa-confermata     to true.
           move dal-confermante    to dpa-confermante.
           move sys-info-node-name to dpa-postazione-conf.
           move ws-data-corrente   to dpa-data-conferma.
           move ws-ora-corrente    to dpa-ora-conferma.
           rewrite rec-doppiaut
                   invalid
                       set tutto-ok to false
                       move "Conferma non registrata" to dal-messaggio
                       exit paragraph
           end-rewrite.

           initialize auditlog-link.
           move "DPA-CONFERMANTE"  to aul-campo.
           move dpa-richiedente    to aul-valore-precedente.
           move dpa-confermante    to aul-valore-nuovo.
           move dal-confermante    to aul-operatore.
           perform SCRIVI-AUDIT.

      ***---
      * LA PIU' RECENTE CONFERMATA E ANCORA VALIDA PER PROGRAMMA +
      * OPERAZIONE; LE SCADUTE SONO GIA' STATE TOLTE DA
      * SCADI-RICHIESTE. CONTA SOLO SE CHI ESEGUE (DAL-RICHIEDENTE)
      * E' IL RICHIEDENTE O IL CONFERMANTE: UNA RICHIESTA DI ALTRI
      * NON AUTORIZZA NESSUNO.
       ESEGUI-RICHIESTA.
           set trovata       to false.
           set trovata-altri to false.
           if dal-richiedente = spaces
              set tutto-ok to false
              move "Operatore non autorizzato all'esecuzione"
                to dal-messaggio
              exit paragraph
           end-if.
           move dal-programma  to dpa-programma.
           move dal-operazione to dpa-operazione.
           start doppiaut key >= dpa-riferimento
                 invalid continue
           end-start.
           perform until 1 = 2
              read doppiaut next no lock at end exit perform end-read
              if dpa-programma  not = dal-programma or
                 dpa-operazione not = dal-operazione
                 exit perform
              end-if
              if dpa-confermata
                 if dpa-richiedente  = dal-richiedente or
                    dpa-confermante  = dal-richiedente
                    set  trovata    to true
                    move dpa-numero to dal-numero
                 else
                    set  trovata-altri to true
                 end-if
              end-if
           end-perform.
           if not trovata
              set tutto-ok to false
              if trovata-altri
                 move "Operatore non autorizzato all'esecuzione"
                   to dal-messaggio
              else
                 move "Manca la conferma di un secondo operatore"
                   to dal-messaggio
              end-if
              exit paragraph
           end-if.

           move dal-numero to dpa-numero.
           read doppiaut
                invalid
                    set tutto-ok to false
                    exit paragraph
           end-read.
           set  dpa-eseguita       to true.
           move ws-data-corrente   to dpa-data-chiusura.
           move ws-ora-corrente    to dpa-ora-chiusura.
           rewrite rec-doppiaut
                   invalid
                       set tutto-ok to false
                       exit paragraph
           end-rewrite.
           move dpa-richiedente    to dal-richiedente.
           move dpa-confermante    to dal-confermante.

           initialize auditlog-link.
           move "ESECUZIONE"       to aul-campo.
           move dpa-richiedente    to aul-valore-precedente.
           move dpa-confermante    to aul-valore-nuovo.
           string dpa-richiedente  delimited space
                  "+"              delimited size
                  dpa-confermante  delimited space
             into aul-operatore
           end-string.
           perform SCRIVI-AUDIT.

      ***---
      * LA RIGA DI AUDITLOG PORTA IL PROGRAMMA DELL'OPERAZIONE E LA
      * SUA CHIAVE, COSI' SI RITROVA ACCANTO ALLE RIGHE CHE IL
      * PROGRAMMA STESSO SCRIVE.
       SCRIVI-AUDIT.
           move dpa-programma     to aul-programma.
           move "DOPPIAUT"        to aul-file-dati.
           if not aul-inserimento
              set aul-modifica    to true
           end-if.
           move dpa-operazione    to aul-chiave-record.
           call "st-audit" using auditlog-link.

      ***---
       CLOSE-FILES.
           close doppiaut operatori.
           cancel "st-audit".
