       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-ical.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ESPORTAZIONE DELL'AGENDA IN FORMATO ICALENDAR (.ICS), CHE
      * TELEFONI E PROGRAMMI DI POSTA LEGGONO SENZA ALTRO. LE
      * FUNZIONI SONO DESCRITTE IN ICAL.LKS:
      *   "O" L'AGENDA DI UN OPERATORE (APPUNTAMENTI E LEZIONI DEI
      *       CORSI DOVE E' LUI IL CONDUTTORE) PER UN PERIODO: IL
      *       FILE SI RIFA' PER INTERO A OGNI GIRO (VEDI
      *       ST-ICALNOTT NEL PIANO NOTTURNO), SI SCRIVE ACCANTO
      *       (.TMP) E SI METTE AL POSTO DEL PRECEDENTE SOLO A LAVORO
      *       FINITO, COME LE DISPONIBILITA' DI ST-WEBDISP;
      *   "C" L'APPUNTAMENTO DEL CLIENTE, O TUTTA LA SUA SERIE (VEDI
      *       ST-APPSERIE), DA ALLEGARE AL PROMEMORIA (ST-APPPROMEM);
      *   "M" COME "C" E IN PIU' L'EMAIL DI CONFERMA IN CODA MAILQ
      *       (ST-MAILQ FUNZIONE "P") CON IL FILE IN ALLEGATO.
      * OGNI EVENTO HA UN IDENTIFICATIVO STABILE (UID): PER GLI
      * APPUNTAMENTI E' APP-UID, CHE NASCE CON LA RIGA E LA SEGUE
      * NEGLI SPOSTAMENTI, PER LE LEZIONI IL NUMERO DEL CORSO. IL
      * NUMERO DI SEQUENZA CRESCE CON IL MOMENTO DELL'ESPORTAZIONE,
      * COSI' IL CALENDARIO CHE RICEVE DI NUOVO LO STESSO EVENTO LO
      * AGGIORNA INVECE DI DUPLICARLO. LE SEDUTE DISDETTE E I CORSI
      * ANNULLATI ESCONO COME EVENTI ANNULLATI; LE PRENOTAZIONI
      * CANCELLATE (ST-APPCANC) SPARISCONO DALL'AGENDA DELL'OPERATORE
      * AL GIRO SUCCESSIVO.
      * NESSUN DATO CLINICO ESCE DALLO STUDIO: L'EVENTO PORTA SOLO
      * LE INIZIALI DEL CLIENTE, LA PRESTAZIONE E LA STANZA. NIENTE
      * NOTE, NIENTE NOMI PER ESTESO.
      * NON MOSTRA MESSAGGI (GIRA ANCHE SENZA PRESIDIO): I PROBLEMI
      * FINISCONO SUL GIORNALE DEGLI ERRORI (ST-ERRLOG).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "appuntamenti.sl".
           copy "corsi.sl".
           copy "clienti.sl".
           copy "articoli.sl".
           copy "stanze.sl".
           copy "operatori.sl".
           select ics assign to ws-percorso-scrittura
                  organization is line sequential
                  file status  is status-ics.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "appuntamenti.fd".
           copy "corsi.fd".
           copy "clienti.fd".
           copy "articoli.fd".
           copy "stanze.fd".
           copy "operatori.fd".

       fd  ics
           label record is omitted.
       01  rec-ics                     pic x(80).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-appuntamenti   pic xx.
       77  status-corsi          pic xx.
       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-stanze         pic xx.
       77  status-operatori      pic xx.
       77  status-ics            pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 ics-aperto         value 1 false 0.
       77  filler                pic 9.
           88 ev-annullato       value 1 false 0.

       78  78-durata-standard    value 60.
       78  78-giorni-default     value 30.
       78  78-ultimo-minuto      value 1439.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-giorni             pic 9(3).
       77  ws-cliente            pic x(6).
       77  ws-serie              pic 9(6).
       77  ws-sequenza           pic 9(10).
       77  ws-sequenza-z         pic z(9)9.
       77  ws-seq-inizio         pic 9(2).
       77  ws-dtstamp            pic x(15).
       77  ws-percorso-ics       pic x(200).
       77  ws-percorso-scrittura pic x(210).
       77  ws-esito-call         pic s9(9) comp-5.

      * CAMPI DELL'EVENTO DA SCRIVERE
       77  ws-ev-uid             pic x(40).
       77  ws-ev-data            pic 9(8).
       77  ws-ev-ora             pic 9(4).
       77  ws-ev-durata          pic 9(3).
       77  ws-ev-prestazione     pic x(60).
       77  ws-ev-iniziali        pic x(4).
       77  ws-ev-stanza          pic x(4).
       77  ws-ev-inizio          pic 9(5).
       77  ws-ev-fine            pic 9(5).
       77  ws-ev-hh              pic 9(2).
       77  ws-ev-mm              pic 9(2).
       77  ws-ev-dtstart         pic x(15).
       77  ws-ev-dtend           pic x(15).

      * UID DELLE RIGHE SENZA APP-UID: LA CHIAVE ATTUALE
       01  ws-uid-app.
           05 ws-uid-chiave      pic 9(14).
           05 ws-uid-creazione   pic 9(16).

      * TESTO LIBERO DA PROTEGGERE (VIRGOLA, PUNTO E VIRGOLA E
      * BARRA ROVESCIATA VANNO PRECEDUTI DA "\") E RIGA DA SCRIVERE,
      * SPEZZATA A 75 CARATTERI COME VUOLE IL FORMATO
       77  ws-testo              pic x(60).
       77  ws-testo-ics          pic x(120).
       77  ws-tdx                pic 9(3).
       77  ws-tics               pic 9(3).
       77  ws-riga               pic x(200).
       77  ws-lun-riga           pic 9(3).
       77  ws-pos-riga           pic 9(3).
       77  ws-pezzo              pic 9(3).

      * PARAMETRI DELLA CODA EMAIL (ST-MAILQ FUNZIONE "P")
       77  ws-mlq-funzione       pic x value "P".
       77  ws-mlq-numero         pic 9(6).
       77  ws-mlq-doc-tipo       pic x value "I".
       77  ws-mlq-anno           pic 9(4) value 0.
       77  ws-mlq-doc-numero     pic 9(6) value 0.
       77  ws-mlq-mese           pic 9(2) value 0.
       77  ws-mlq-destinatario   pic x(50) value spaces.
       77  ws-mlq-oggetto        pic x(50).
       77  ws-mlq-cartella       pic x(160) value spaces.
       77  ws-mlq-gateway        pic x(200) value spaces.
       77  ws-mlq-stampante      pic x(200) value spaces.
       77  ws-mlq-esito          pic xx.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

      * CONVERSIONE DATE SUL CALENDARIO VERO, COME ST-PRIMADISP
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 000.
           05 filler pic 9(3) value 031.
           05 filler pic 9(3) value 059.
           05 filler pic 9(3) value 090.
           05 filler pic 9(3) value 120.
           05 filler pic 9(3) value 151.
           05 filler pic 9(3) value 181.
           05 filler pic 9(3) value 212.
           05 filler pic 9(3) value 243.
           05 filler pic 9(3) value 273.
           05 filler pic 9(3) value 304.
           05 filler pic 9(3) value 334.
       01  filler redefines ws-giorni-cumulati-tab.
           05 ws-giorni-cumulati occurs 12 times pic 9(3).

       01  ws-giorni-mese-tab.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01  filler redefines ws-giorni-mese-tab.
           05 ws-giorni-mese occurs 12 times pic 9(2).

       77  ws-cal-data           pic 9(8).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-seriale        pic 9(9).
       77  ws-cal-resto          pic 9(9).
       77  ws-cal-bisestili      pic 9(9).
       77  ws-cal-quoz           pic 9(9).
       77  ws-cal-giorni-anno    pic 9(3).
       77  ws-cal-anno-rif       pic 9(4).
       77  ws-cal-quarti         pic 9(9).
       77  ws-cal-centesimi      pic 9(9).
       77  ws-cal-quattrocent    pic 9(9).
       77  ws-cal-bis-quoz       pic 9(9).
       77  ws-cal-bis-resto      pic 9(9).
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

       LINKAGE SECTION.
           copy "ical.lks".

      ******************************************************************
       PROCEDURE DIVISION using ical-link.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           move 0      to icl-num-eventi.
           move spaces to icl-percorso-ics.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              set icl-esito-ko to true
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              evaluate true
              when icl-agenda-operatore
                   perform AGENDA-OPERATORE
              when icl-cliente
              when icl-conferma-email
                   perform APPUNTAMENTI-CLIENTE
              end-evaluate
           end-if.
           perform CLOSE-FILES.
           if tutto-ok and icl-agenda-operatore
              perform SOSTITUISCI-FILE
           end-if.
           if tutto-ok and icl-conferma-email
              perform ACCODA-EMAIL-CONFERMA
           end-if.
           if tutto-ok
              move ws-percorso-ics to icl-percorso-ics
              set icl-esito-ok to true
           else
              set icl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok    to true.
           set ics-aperto  to false.
           initialize errlog-link.
           move icl-utente to ell-operatore.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           string ws-data-corrente      delimited size
                  "T"                   delimited size
                  ws-ora-corrente(1:6)  delimited size
             into ws-dtstamp
           end-string.
      * LA SEQUENZA E' IL MINUTO DELL'ESPORTAZIONE CONTATO DA UN
      * GIORNO FISSO: OGNI GIRO NE PRODUCE UNA PIU' ALTA DEL PRECEDENTE.
           move ws-data-corrente to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move ws-ora-corrente(1:2) to ws-ev-hh.
           move ws-ora-corrente(3:2) to ws-ev-mm.
           compute ws-sequenza = (ws-cal-seriale * 1440) +
                                 (ws-ev-hh * 60) + ws-ev-mm.
           move ws-sequenza to ws-sequenza-z.
      * IL NUMERO ESCE SENZA GLI SPAZI DELL'EDITING
           move 0 to ws-seq-inizio.
           inspect ws-sequenza-z
                   tallying ws-seq-inizio for leading spaces.
           add 1 to ws-seq-inizio.

           if icl-cartella = spaces
              set tutto-ok to false
              move "Cartella dei file .ics non indicata"
                to ell-messaggio
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           initialize ws-percorso-ics.
           inspect icl-cartella replacing trailing spaces by low-value.
           evaluate true
           when icl-agenda-operatore
                if icl-operatore = spaces
                   set tutto-ok to false
                   move "Operatore non indicato" to ell-messaggio
                   perform REGISTRA-ERRORE
                else
                   perform PREPARA-PERIODO
                   string icl-cartella  delimited low-value
                          "AGENDA_"     delimited size
                          icl-operatore delimited space
                          ".ics"        delimited size
                     into ws-percorso-ics
                   end-string
                end-if
           when icl-cliente
           when icl-conferma-email
                string icl-cartella     delimited low-value
                       "APP_"           delimited size
                       icl-data         delimited size
                       icl-ora          delimited size
                       icl-progressivo  delimited size
                       ".ics"           delimited size
                  into ws-percorso-ics
                end-string
           when other
                set tutto-ok to false
                move "Funzione non prevista" to ell-messaggio
                perform REGISTRA-ERRORE
           end-evaluate.
           inspect icl-cartella replacing trailing low-value by spaces.
      * L'AGENDA DELL'OPERATORE SI SCRIVE ACCANTO E SI SOSTITUISCE
      * ALLA FINE; IL FILE DEL CLIENTE E' NUOVO OGNI VOLTA.
           initialize ws-percorso-scrittura.
           if icl-agenda-operatore
              string ws-percorso-ics delimited space
                     ".TMP"          delimited size
                into ws-percorso-scrittura
              end-string
           else
              move ws-percorso-ics to ws-percorso-scrittura
           end-if.

      ***---
       PREPARA-PERIODO.
           if icl-data-da = 0
              move ws-data-corrente to ws-data-da
           else
              move icl-data-da to ws-data-da
           end-if.
           if icl-giorni = 0
              move 78-giorni-default to ws-giorni
           else
              move icl-giorni to ws-giorni
           end-if.
           move ws-data-da to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           compute ws-cal-seriale = ws-cal-seriale + ws-giorni - 1.
           perform CONVERTI-SERIALE-A-DATA.
           move ws-cal-data to ws-data-a.

      ***---
       OPEN-FILES.
           open input appuntamenti clienti articoli operatori.
           open input stanze.
           if status-stanze = "35"
              open output stanze
              close       stanze
              open input  stanze
           end-if.
           open input corsi.
           if status-corsi = "35"
              open output corsi
              close       corsi
              open input  corsi
           end-if.
           open output ics.
           if status-ics not = "00"
              set tutto-ok to false
              move "ICS"                 to ell-file
              move status-ics            to ell-status
              move ws-percorso-scrittura to ell-chiave
              move "File .ics non scrivibile" to ell-messaggio
              set ell-errore-file to true
              perform REGISTRA-ERRORE
           else
              set ics-aperto to true
           end-if.

      ***---
       AGENDA-OPERATORE.
           move icl-operatore to ope-codice.
           read operatori no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              move "OPERATORI"   to ell-file
              move icl-operatore to ell-chiave
              move "Operatore inesistente" to ell-messaggio
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           perform SCRIVI-INIZIO-CALENDARIO.
           inspect ope-nome replacing trailing spaces by low-value.
           initialize ws-riga.
           string "X-WR-CALNAME:Agenda " delimited size
                  ope-nome               delimited low-value
             into ws-riga
           end-string.
           inspect ope-nome replacing trailing low-value by spaces.
           perform SCRIVI-RIGA.

           move low-value  to app-chiave.
           move ws-data-da to app-data.
           start appuntamenti key >= app-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next at end exit perform end-read
              if app-data > ws-data-a
                 exit perform
              end-if
      * LA RIGA SEGNAPOSTO DI UN CORSO (VEDI ST-CORSI) NON E' UN
      * APPUNTAMENTO: LA LEZIONE ESCE SOTTO, DA CORSI.
              if app-operatore = icl-operatore and
                 not (app-cliente = spaces and
                      app-note(1:6) = "CORSO ")
                 perform EVENTO-APPUNTAMENTO
              end-if
           end-perform.

           move ws-data-da to cor-data.
           start corsi key >= cor-data
                 invalid continue
           end-start.
           perform until 1 = 2
              read corsi next at end exit perform end-read
              if cor-data > ws-data-a
                 exit perform
              end-if
              if cor-operatore = icl-operatore
                 perform EVENTO-CORSO
              end-if
           end-perform.
           perform SCRIVI-FINE-CALENDARIO.

      ***---
       APPUNTAMENTI-CLIENTE.
           move icl-data        to app-data.
           move icl-ora         to app-ora.
           move icl-progressivo to app-progressivo.
           read appuntamenti no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok or app-cliente = spaces
              set tutto-ok to false
              move "APPUNTAMENTI"  to ell-file
              move icl-data        to ell-chiave(1:8)
              move icl-ora         to ell-chiave(9:4)
              move icl-progressivo to ell-chiave(13:2)
              move "Appuntamento inesistente" to ell-messaggio
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           move app-cliente to ws-cliente.
           move ws-cliente  to cli-codice.
           read clienti no lock
                invalid initialize rec-clienti
           end-read.
           if cli-lingua-inglese
              move "Appointment confirmation" to ws-mlq-oggetto
           else
              move "Conferma appuntamento"    to ws-mlq-oggetto
           end-if.
           perform SCRIVI-INIZIO-CALENDARIO.
           if not icl-tutta-la-serie or app-serie = 0
              perform EVENTO-APPUNTAMENTO
              perform SCRIVI-FINE-CALENDARIO
              exit paragraph
           end-if.
      * TUTTA LA SERIE, DALL'APPUNTAMENTO INDICATO IN POI
           move app-serie   to ws-serie.
           start appuntamenti key >= app-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next at end exit perform end-read
              if app-serie = ws-serie and app-cliente = ws-cliente
                 perform EVENTO-APPUNTAMENTO
              end-if
           end-perform.
           perform SCRIVI-FINE-CALENDARIO.

      ***---
       EVENTO-APPUNTAMENTO.
           if app-uid-chiave is numeric and app-uid-chiave not = 0
              move app-uid    to ws-uid-app
           else
              move app-chiave to ws-uid-chiave
              move 0          to ws-uid-creazione
           end-if.
           initialize ws-ev-uid.
           string "APP-"      delimited size
                  ws-uid-app  delimited size
                  "@agenda"   delimited size
             into ws-ev-uid
           end-string.
           move app-data   to ws-ev-data.
           move app-ora    to ws-ev-ora.
           move app-durata to ws-ev-durata.
           move app-stanza to ws-ev-stanza.
           set ev-annullato to false.
           if app-disdetto
              set ev-annullato to true
           end-if.
           move spaces to ws-ev-prestazione.
           if app-articolo not = spaces
              move app-articolo to art-codice
              read articoli no lock
                   invalid continue
               not invalid move art-descrizione to ws-ev-prestazione
              end-read
           end-if.
           if ws-ev-prestazione = spaces
              move "Seduta" to ws-ev-prestazione
           end-if.
           perform CALCOLA-INIZIALI.
           perform SCRIVI-EVENTO.

      ***---
       EVENTO-CORSO.
           initialize ws-ev-uid.
           string "COR-"      delimited size
                  cor-numero  delimited size
                  "@agenda"   delimited size
             into ws-ev-uid
           end-string.
           move cor-data    to ws-ev-data.
           move cor-ora     to ws-ev-ora.
           move cor-durata  to ws-ev-durata.
           move cor-stanza  to ws-ev-stanza.
           move spaces      to ws-ev-iniziali.
           set ev-annullato to false.
           if cor-annullato
              set ev-annullato to true
           end-if.
           move spaces to art-descrizione.
           move cor-articolo to art-codice.
           read articoli no lock
                invalid move spaces to art-descrizione
           end-read.
           inspect art-descrizione
                   replacing trailing spaces by low-value.
           initialize ws-ev-prestazione.
           string "Corso di gruppo " delimited size
                  art-descrizione    delimited low-value
             into ws-ev-prestazione
           end-string.
           inspect art-descrizione
                   replacing trailing low-value by spaces.
           perform SCRIVI-EVENTO.

      ***---
      * SOLO LE INIZIALI (NOME E COGNOME, OPPURE LA PRIMA LETTERA
      * DELLA RAGIONE SOCIALE): IL NOME PER ESTESO NON ESCE.
       CALCOLA-INIZIALI.
           move spaces to ws-ev-iniziali.
           if app-cliente = spaces
              exit paragraph
           end-if.
           move app-cliente to cli-codice.
           read clienti no lock
                invalid exit paragraph
           end-read.
           if cli-nome not = spaces
              string cli-nome(1:1)   delimited size
                     "."             delimited size
                     cli-ragsoc(1:1) delimited size
                     "."             delimited size
                into ws-ev-iniziali
              end-string
           else
              string cli-ragsoc(1:1) delimited size
                     "."             delimited size
                into ws-ev-iniziali
              end-string
           end-if.

      ***---
       SCRIVI-INIZIO-CALENDARIO.
           move "BEGIN:VCALENDAR" to ws-riga.
           perform SCRIVI-RIGA.
           move "VERSION:2.0" to ws-riga.
           perform SCRIVI-RIGA.
           move "PRODID:-//Studio//Agenda//IT" to ws-riga.
           perform SCRIVI-RIGA.
           move "CALSCALE:GREGORIAN" to ws-riga.
           perform SCRIVI-RIGA.
           move "METHOD:PUBLISH" to ws-riga.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-FINE-CALENDARIO.
           move "END:VCALENDAR" to ws-riga.
           perform SCRIVI-RIGA.

      ***---
      * ORE LOCALI DELLO STUDIO, SENZA FUSO: E' L'ORA CHE IL CLIENTE
      * SI ASPETTA DI VEDERE. UN EVENTO NON SCAVALCA LA MEZZANOTTE.
       SCRIVI-EVENTO.
           move ws-ev-ora(1:2) to ws-ev-hh.
           move ws-ev-ora(3:2) to ws-ev-mm.
           compute ws-ev-inizio = (ws-ev-hh * 60) + ws-ev-mm.
           if ws-ev-durata = 0
              compute ws-ev-fine = ws-ev-inizio + 78-durata-standard
           else
              compute ws-ev-fine = ws-ev-inizio + ws-ev-durata
           end-if.
           if ws-ev-fine > 78-ultimo-minuto
              move 78-ultimo-minuto to ws-ev-fine
           end-if.
           initialize ws-ev-dtstart.
           string ws-ev-data delimited size
                  "T"        delimited size
                  ws-ev-ora  delimited size
                  "00"       delimited size
             into ws-ev-dtstart
           end-string.
           divide ws-ev-fine by 60
                  giving ws-ev-hh remainder ws-ev-mm.
           initialize ws-ev-dtend.
           string ws-ev-data delimited size
                  "T"        delimited size
                  ws-ev-hh   delimited size
                  ws-ev-mm   delimited size
                  "00"       delimited size
             into ws-ev-dtend
           end-string.

           move "BEGIN:VEVENT" to ws-riga.
           perform SCRIVI-RIGA.
           initialize ws-riga.
           string "UID:"    delimited size
                  ws-ev-uid delimited space
             into ws-riga
           end-string.
           perform SCRIVI-RIGA.
           initialize ws-riga.
           string "DTSTAMP:" delimited size
                  ws-dtstamp delimited size
             into ws-riga
           end-string.
           perform SCRIVI-RIGA.
           initialize ws-riga.
           string "SEQUENCE:"               delimited size
                  ws-sequenza-z(ws-seq-inizio:) delimited size
             into ws-riga
           end-string.
           perform SCRIVI-RIGA.
           initialize ws-riga.
           string "DTSTART:"    delimited size
                  ws-ev-dtstart delimited size
             into ws-riga
           end-string.
           perform SCRIVI-RIGA.
           initialize ws-riga.
           string "DTEND:"    delimited size
                  ws-ev-dtend delimited size
             into ws-riga
           end-string.
           perform SCRIVI-RIGA.

           move ws-ev-prestazione to ws-testo.
           perform PROTEGGI-TESTO.
           inspect ws-testo-ics replacing trailing spaces by low-value.
           initialize ws-riga.
           if ws-ev-iniziali = spaces
              string "SUMMARY:"   delimited size
                     ws-testo-ics delimited low-value
                into ws-riga
              end-string
           else
              string "SUMMARY:"     delimited size
                     ws-testo-ics   delimited low-value
                     " ("           delimited size
                     ws-ev-iniziali delimited space
                     ")"            delimited size
                into ws-riga
              end-string
           end-if.
           perform SCRIVI-RIGA.

           if ws-ev-stanza not = spaces
              move ws-ev-stanza to sta-codice
              read stanze no lock
                   invalid move ws-ev-stanza to sta-descrizione
              end-read
              move sta-descrizione to ws-testo
              perform PROTEGGI-TESTO
              initialize ws-riga
              string "LOCATION:"  delimited size
                     ws-testo-ics delimited size
                into ws-riga
              end-string
              perform SCRIVI-RIGA
           end-if.

           if ev-annullato
              move "STATUS:CANCELLED" to ws-riga
           else
              move "STATUS:CONFIRMED" to ws-riga
           end-if.
           perform SCRIVI-RIGA.
           move "END:VEVENT" to ws-riga.
           perform SCRIVI-RIGA.
           add 1 to icl-num-eventi.

      ***---
       PROTEGGI-TESTO.
           move spaces to ws-testo-ics.
           move 1 to ws-tics.
           perform varying ws-tdx from 1 by 1 until ws-tdx > 60
              if ws-testo(ws-tdx:1) = "," or
                 ws-testo(ws-tdx:1) = ";" or
                 ws-testo(ws-tdx:1) = "\"
                 move "\" to ws-testo-ics(ws-tics:1)
                 add 1 to ws-tics
              end-if
              move ws-testo(ws-tdx:1) to ws-testo-ics(ws-tics:1)
              add 1 to ws-tics
           end-perform.

      ***---
      * LE RIGHE OLTRE I 75 CARATTERI PROSEGUONO SU RIGHE CHE
      * COMINCIANO CON UNO SPAZIO, COME PREVEDE IL FORMATO.
       SCRIVI-RIGA.
           move 200 to ws-lun-riga.
           perform until ws-lun-riga = 0
              if ws-riga(ws-lun-riga:1) not = space
                 exit perform
              end-if
              subtract 1 from ws-lun-riga
           end-perform.
           if ws-lun-riga <= 75
              move ws-riga to rec-ics
              write rec-ics
              exit paragraph
           end-if.
           move ws-riga(1:75) to rec-ics.
           write rec-ics.
           move 76 to ws-pos-riga.
           perform until ws-pos-riga > ws-lun-riga
              compute ws-pezzo = ws-lun-riga - ws-pos-riga + 1
              if ws-pezzo > 74
                 move 74 to ws-pezzo
              end-if
              move spaces to rec-ics
              move ws-riga(ws-pos-riga:ws-pezzo)
                to rec-ics(2:ws-pezzo)
              write rec-ics
              add ws-pezzo to ws-pos-riga
           end-perform.

      ***---
      * IL NUOVO CALENDARIO PRENDE IL POSTO DEL VECCHIO SOLO SE E'
      * COMPLETO: SE LA COPIA NON RIESCE RESTA QUELLO DEL GIRO PRIMA.
       SOSTITUISCI-FILE.
           call "C$COPY" using ws-percorso-scrittura ws-percorso-ics
                               "S"
                        giving ws-esito-call.
           if ws-esito-call not = 0
              set tutto-ok to false
              move "ICS"           to ell-file
              move ws-percorso-ics to ell-chiave
              move "Impossibile aggiornare l'agenda .ics"
                to ell-messaggio
              set ell-errore-file to true
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           call "C$DELETE" using ws-percorso-scrittura, "S".

      ***---
      * EMAIL DI CONFERMA: IL DESTINATARIO E' LA CLI-EMAIL (VEDI
      * ST-MAILQ), IL FILE .ICS VIAGGIA COME ALLEGATO GIA' PRONTO.
       ACCODA-EMAIL-CONFERMA.
           call "st-mailq" using ws-mlq-funzione ws-mlq-numero
                                 ws-mlq-doc-tipo ws-mlq-anno
                                 ws-mlq-doc-numero ws-mlq-mese
                                 ws-mlq-destinatario ws-mlq-oggetto
                                 ws-mlq-cartella ws-mlq-gateway
                                 ws-mlq-stampante icl-utente
                                 ws-mlq-esito ws-cliente
                                 ws-percorso-ics.
           cancel "st-mailq".
           if ws-mlq-esito not = "OK"
              set tutto-ok to false
              move "MAILQ"    to ell-file
              move ws-cliente to ell-chiave
              move "Email di conferma non accodata" to ell-messaggio
              perform REGISTRA-ERRORE
           end-if.

      ***---
       REGISTRA-ERRORE.
           move "ST-ICAL" to ell-programma.
           move "ESPORTAZIONE ICS" to ell-paragrafo.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
           initialize errlog-link.
           move icl-utente to ell-operatore.

      ***---
       CLOSE-FILES.
           close appuntamenti clienti articoli operatori stanze corsi.
           if ics-aperto
              close ics
           end-if.

      ***---
      * CONVERSIONI DI CALENDARIO, LE STESSE DI ST-PRIMADISP.
       CONVERTI-DATA-A-SERIALE.
           move ws-cal-data(1:4) to ws-cal-anno.
           move ws-cal-data(5:2) to ws-cal-mese.
           move ws-cal-data(7:2) to ws-cal-giorno.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-seriale =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili +
                   ws-giorni-cumulati(ws-cal-mese) + ws-cal-giorno.
           perform VERIFICA-BISESTILE.
           if ws-cal-bisestile and ws-cal-mese > 2
              add 1 to ws-cal-seriale
           end-if.

      ***---
       CONVERTI-SERIALE-A-DATA.
           compute ws-cal-anno = (ws-cal-seriale / 366) + 1.
           perform until 1 = 2
              perform CALCOLA-GIORNI-A-FINE-ANNO
              if ws-cal-resto >= ws-cal-seriale
                 exit perform
              end-if
              add 1 to ws-cal-anno
           end-perform.
           perform CALCOLA-GIORNI-A-INIZIO-ANNO.
           compute ws-cal-quoz = ws-cal-seriale - ws-cal-resto.
           perform VERIFICA-BISESTILE.
           move 1 to ws-cal-mese.
           perform until 1 = 2
              move ws-giorni-mese(ws-cal-mese) to ws-cal-giorni-anno
              if ws-cal-mese = 2 and ws-cal-bisestile
                 move 29 to ws-cal-giorni-anno
              end-if
              if ws-cal-quoz <= ws-cal-giorni-anno
                 exit perform
              end-if
              subtract ws-cal-giorni-anno from ws-cal-quoz
              add 1 to ws-cal-mese
           end-perform.
           move ws-cal-quoz to ws-cal-giorno.
           move ws-cal-anno   to ws-cal-data(1:4).
           move ws-cal-mese   to ws-cal-data(5:2).
           move ws-cal-giorno to ws-cal-data(7:2).

      ***---
       CALCOLA-GIORNI-A-FINE-ANNO.
           move ws-cal-anno to ws-cal-anno-rif.
           perform CONTA-BISESTILI.
           compute ws-cal-resto =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili.

      ***---
       CALCOLA-GIORNI-A-INIZIO-ANNO.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-resto =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili.

      ***---
       CONTA-BISESTILI.
           divide ws-cal-anno-rif by 4
                  giving ws-cal-quarti.
           divide ws-cal-anno-rif by 100
                  giving ws-cal-centesimi.
           divide ws-cal-anno-rif by 400
                  giving ws-cal-quattrocent.
           compute ws-cal-bisestili =
                   ws-cal-quarti - ws-cal-centesimi +
                   ws-cal-quattrocent.

      ***---
       VERIFICA-BISESTILE.
           set ws-cal-bisestile to false.
           divide ws-cal-anno by 4
                  giving ws-cal-bis-quoz remainder ws-cal-bis-resto.
           if ws-cal-bis-resto = 0
              set ws-cal-bisestile to true
              divide ws-cal-anno by 100
                     giving ws-cal-bis-quoz
                     remainder ws-cal-bis-resto
              if ws-cal-bis-resto = 0
                 set ws-cal-bisestile to false
                 divide ws-cal-anno by 400
                        giving ws-cal-bis-quoz
                        remainder ws-cal-bis-resto
                 if ws-cal-bis-resto = 0
                    set ws-cal-bisestile to true
                 end-if
              end-if
           end-if.
