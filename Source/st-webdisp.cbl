       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-webdisp.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PUBBLICAZIONE DELLE DISPONIBILITA' IN AGENDA PER IL SITO DI
      * PRENOTAZIONE: E' L'ALTRA META' DI ST-WEBIMPORT. IL SITO NON
      * VEDE GLI ARCHIVI; QUESTO PROGRAMMA GLI LASCIA IN UN FILE DI
      * SCAMBIO GLI SLOT PRENOTABILI DEI PROSSIMI GIORNI, UNA RIGA
      * PER SLOT, CAMPI SEPARATI DA PUNTO E VIRGOLA:
      *   SEDE;DATA;ORA;ARTICOLO;DURATA
      * CON DATA AAAAMMGG E ORA HHMM (SEDE A VUOTO = STUDIO
      * PRINCIPALE), GLI STESSI FORMATI CHE IL SITO RIMANDA NELLE
      * RICHIESTE. IL FILE SI SCRIVE ACCANTO (.TMP) E SI METTE AL
      * POSTO DEL PRECEDENTE SOLO A LAVORO FINITO: IL SITO NON LEGGE
      * MAI UN ELENCO A META'.
      * SI PUBBLICANO:
      *   - PER OGNI SEDE (OGNI STUDIO CONFIGURATO SU PARAM)
      *   - PER OGNI PRESTAZIONE CON UNA DURATA ONLINE (ART-DURATA-WEB)
      *   - GLI SLOT CHE PASSANO GLI STESSI CONTROLLI DI ST-PRIMADISP:
      *     CALENDARIO E ORARI DELLA SEDE (ST-CALENDCHECK), TURNO DI
      *     UN OPERATORE (ST-TURNICHECK) ABILITATO ALLA PRESTAZIONE
      *     (ST-ABILCHECK) E LIBERO, UNA STANZA LIBERA DELLA SEDE E
      *     L'APPARECCHIO SE SERVE (ST-ATTREZCHECK)
      * GLI OPERATORI ESCLUSI DALLA PRENOTAZIONE ONLINE (VEDI
      * ST-OPEADMIN) NON RENDONO LIBERO NESSUNO SLOT. UNA FASCIA
      * (MATTINO/POMERIGGIO) IN CUI GLI OPERATORI IN TURNO NELLA SEDE
      * SONO GIA' OCCUPATI OLTRE LA SOGLIA DELLA SEDE (PRM-SOGLIA-WEB)
      * NON SI PUBBLICA AFFATTO. PER OGGI SI PARTE DALL'ORA DOPO.
      * E' PENSATO PER GIRARE SENZA PRESIDIO: NEL PIANO NOTTURNO
      * (ST-NOTTURNO, PARAMETRO1 = FILE DI SCAMBIO, PARAMETRO2 =
      * GIORNI DA PUBBLICARE, A SPAZI 14) E, DI GIORNO, OGNI ORA
      * DALLO SCHEDULATORE DEL SERVER CON GLI STESSI DUE PARAMETRI.
      * NON MOSTRA MESSAGGI: I PROBLEMI FINISCONO SUL GIORNALE DEGLI
      * ERRORI (ST-ERRLOG).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "param.sl".
           copy "articoli.sl".
           copy "operatori.sl".
           copy "stanze.sl".
           copy "appuntamenti.sl".
           select disponibilita assign to ws-percorso-tmp
                  organization is line sequential
                  file status  is status-disponibilita.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "param.fd".
           copy "articoli.fd".
           copy "operatori.fd".
           copy "stanze.fd".
           copy "appuntamenti.fd".

       fd  disponibilita
           label record is omitted.
       01  rec-disponibilita           pic x(60).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-param          pic xx.
       77  status-articoli       pic xx.
       77  status-operatori      pic xx.
       77  status-stanze         pic xx.
       77  status-appuntamenti   pic xx.
       77  status-disponibilita  pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 slot-valido        value 1 false 0.
       77  filler                pic 9.
           88 disponibilita-aperto value 1 false 0.

       78  78-durata-standard    value 60.
       78  78-passo-minuti       value 30.
       78  78-prima-ora          value 480.
       78  78-ultima-ora         value 1260.
      * IL POMERIGGIO COMINCIA ALLE 13: SERVE SOLO A DIVIDERE LA
      * GIORNATA IN DUE FASCE PER LA SOGLIA DI AFFOLLAMENTO
       78  78-inizio-pomeriggio  value 780.
       78  78-giorni-default     value 14.
       78  78-giorni-massimo     value 60.

      * SEDI (UNA PER RECORD DI PARAM)
       78  ws-max-sedi           value 20.
       01  ws-sed-tab.
           05 ws-sed             occurs 20 times
                                 indexed by ws-sdx.
              10 ws-sed-codice        pic x(4).
              10 ws-sed-soglia        pic 9(3).
       77  ws-num-sedi           pic 9(2) value 0.

      * PRESTAZIONI PUBBLICATE
       78  ws-max-articoli       value 50.
       01  ws-art-tab.
           05 ws-art             occurs 50 times
                                 indexed by ws-ardx.
              10 ws-art-codice        pic x(6).
              10 ws-art-durata        pic 9(3).
       77  ws-num-articoli       pic 9(2) value 0.

      * OPERATORI PRENOTABILI ONLINE
       78  ws-max-operatori      value 20.
       01  ws-ope-tab.
           05 ws-ope-cand        occurs 20 times
                                 indexed by ws-oidx.
              10 ws-ope-codice        pic x(10).
       77  ws-num-operatori      pic 9(2) value 0.

      * STANZE DELLA SEDE
       78  ws-max-stanze         value 20.
       01  ws-sta-tab.
           05 ws-sta-cand        occurs 20 times
                                 indexed by ws-stidx.
              10 ws-sta-codice        pic x(4).
       77  ws-num-stanze         pic 9(2) value 0.

      * APPUNTAMENTI DELLA GIORNATA IN ESAME
       78  ws-max-app            value 100.
       01  ws-app-tab.
           05 ws-app-gio         occurs 100 times
                                 indexed by ws-aidx.
              10 ws-app-inizio        pic 9(5).
              10 ws-app-fine          pic 9(5).
              10 ws-app-operatore     pic x(10).
              10 ws-app-stanza        pic x(4).
       77  ws-num-app            pic 9(3) value 0.

      * AFFOLLAMENTO DELLE DUE FASCE (1 = MATTINO, 2 = POMERIGGIO)
       01  ws-fasce-tab.
           05 ws-fascia          occurs 2 times.
              10 ws-fas-capacita      pic 9(6).
              10 ws-fas-occupato      pic 9(6).
              10 ws-fas-nascosta      pic x(1).
       77  ws-fdx                pic 9.
       77  ws-percentuale        pic 9(5).
       77  ws-step               pic 9(5).
       77  ws-step-fine          pic 9(5).

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-minuti-adesso      pic 9(5).
       77  ws-giorni             pic 9(3).
       77  ws-giorni-x           pic x(3).
       77  ws-giorni-lun         pic 9(2).
       77  ws-giorno             pic 9(3).
       77  ws-studio             pic x(4).
       77  ws-articolo           pic x(6).
       77  ws-durata             pic 9(3).
       77  ws-minuti             pic 9(5).
       77  ws-minuti-fine        pic 9(5).
       77  ws-ora-slot           pic 9(4).
       77  ws-ora-hh             pic 9(2).
       77  ws-ora-mm             pic 9(2).
       77  ws-operatore-libero   pic x(10).
       77  ws-stanza-libera      pic x(4).
       77  ws-cal-esito          pic xx.
       77  ws-tur-esito          pic xx.
       77  ws-abi-esito          pic xx.
       77  ws-atz-esito          pic xx.
       77  ws-attrezzatura       pic x(6).
       77  ws-num-slot           pic 9(6) value 0.
       77  ws-percorso-file      pic x(200).
       77  ws-percorso-tmp       pic x(210).
       77  ws-esito-call         pic s9(9) comp-5.

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
       77  ws-cal-seriale-oggi   pic 9(9).
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
      * I DUE PARAMETRI DEL PIANO NOTTURNO (VEDI BATCHJOB)
       77  link-percorso-file    pic x(200).
       77  link-giorni           pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-percorso-file link-giorni.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              perform CARICA-SEDI
              perform CARICA-ARTICOLI-WEB
              perform CARICA-OPERATORI-WEB
              perform varying ws-sdx from 1 by 1
                        until ws-sdx > ws-num-sedi
                 perform PUBBLICA-SEDE
              end-perform
           end-if.
           perform CLOSE-FILES.
           if tutto-ok
              perform SOSTITUISCI-FILE
           end-if.
           cancel "st-calendcheck".
           cancel "st-turnicheck".
           cancel "st-abilcheck".
           cancel "st-attrezcheck".
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           set disponibilita-aperto to false.
           initialize errlog-link.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           move ws-ora-corrente(1:2) to ws-ora-hh.
           move ws-ora-corrente(3:2) to ws-ora-mm.
           compute ws-minuti-adesso = (ws-ora-hh * 60) + ws-ora-mm.
           move ws-data-corrente to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move ws-cal-seriale to ws-cal-seriale-oggi.

           move 78-giorni-default to ws-giorni.
           move spaces to ws-giorni-x.
           move 0      to ws-giorni-lun.
           unstring link-giorni delimited by space
                    into ws-giorni-x count in ws-giorni-lun
           end-unstring.
           if ws-giorni-lun > 0 and ws-giorni-lun <= 3
              if ws-giorni-x(1:ws-giorni-lun) is numeric
                 move ws-giorni-x(1:ws-giorni-lun) to ws-giorni
              end-if
           end-if.
           if ws-giorni = 0
              move 78-giorni-default to ws-giorni
           end-if.
           if ws-giorni > 78-giorni-massimo
              move 78-giorni-massimo to ws-giorni
           end-if.

           move link-percorso-file to ws-percorso-file.
           if ws-percorso-file = spaces
              set tutto-ok to false
              move "Percorso del file di scambio non indicato"
                to ell-messaggio
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           initialize ws-percorso-tmp.
           string ws-percorso-file delimited space
                  ".TMP"           delimited size
             into ws-percorso-tmp
           end-string.

      ***---
       OPEN-FILES.
           open input param articoli operatori appuntamenti.
           open input stanze.
           if status-stanze = "35"
              open output stanze
              close       stanze
              open input  stanze
           end-if.
           open output disponibilita.
           if status-disponibilita not = "00"
              set tutto-ok to false
              move "DISPONIBILITA"      to ell-file
              move status-disponibilita to ell-status
              move ws-percorso-tmp      to ell-chiave
              move "File di scambio non scrivibile" to ell-messaggio
              set ell-errore-file to true
              perform REGISTRA-ERRORE
           else
              set disponibilita-aperto to true
           end-if.

      ***---
       CARICA-SEDI.
           move 0 to ws-num-sedi.
           move low-value to prm-chiave.
           start param key >= prm-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read param next at end exit perform end-read
              if ws-num-sedi < ws-max-sedi
                 add 1 to ws-num-sedi
                 move prm-studio     to ws-sed-codice(ws-num-sedi)
                 move prm-soglia-web to ws-sed-soglia(ws-num-sedi)
              end-if
           end-perform.

      ***---
       CARICA-ARTICOLI-WEB.
           move 0 to ws-num-articoli.
           move low-value to art-codice.
           start articoli key >= art-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read articoli next at end exit perform end-read
              if art-servizio and art-durata-web > 0 and
                 ws-num-articoli < ws-max-articoli
                 add 1 to ws-num-articoli
                 move art-codice     to ws-art-codice(ws-num-articoli)
                 move art-durata-web to ws-art-durata(ws-num-articoli)
              end-if
           end-perform.

      ***---
       CARICA-OPERATORI-WEB.
           move 0 to ws-num-operatori.
           move low-value to ope-codice.
           start operatori key >= ope-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read operatori next at end exit perform end-read
              if ope-attivo and not ope-escluso-web and
                 ws-num-operatori < ws-max-operatori
                 add 1 to ws-num-operatori
                 move ope-codice to ws-ope-codice(ws-num-operatori)
              end-if
           end-perform.

      ***---
       PUBBLICA-SEDE.
           move ws-sed-codice(ws-sdx) to ws-studio.
           perform CARICA-STANZE-SEDE.
           move ws-cal-seriale-oggi to ws-cal-seriale.
           perform varying ws-giorno from 1 by 1
                     until ws-giorno > ws-giorni
              perform CONVERTI-SERIALE-A-DATA
              perform CARICA-APPUNTAMENTI-GIORNO
              perform VALUTA-AFFOLLAMENTO
              perform varying ws-ardx from 1 by 1
                        until ws-ardx > ws-num-articoli
                 perform PUBBLICA-ARTICOLO
              end-perform
              add 1 to ws-cal-seriale
           end-perform.

      ***---
       CARICA-STANZE-SEDE.
           move 0 to ws-num-stanze.
           move low-value to sta-codice.
           start stanze key >= sta-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read stanze next at end exit perform end-read
              if (sta-studio = ws-studio or sta-studio = spaces)
                 and ws-num-stanze < ws-max-stanze
                 add 1 to ws-num-stanze
                 move sta-codice to ws-sta-codice(ws-num-stanze)
              end-if
           end-perform.

      ***---
       CARICA-APPUNTAMENTI-GIORNO.
           move 0 to ws-num-app.
           move low-value   to app-chiave.
           move ws-cal-data to app-data.
           start appuntamenti key >= app-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next at end exit perform end-read
              if app-data not = ws-cal-data
                 exit perform
              end-if
              if ws-num-app < ws-max-app
                 add 1 to ws-num-app
                 move app-ora(1:2) to ws-ora-hh
                 move app-ora(3:2) to ws-ora-mm
                 compute ws-app-inizio(ws-num-app) =
                         (ws-ora-hh * 60) + ws-ora-mm
                 if app-durata = 0
                    compute ws-app-fine(ws-num-app) =
                            ws-app-inizio(ws-num-app)
                            + 78-durata-standard
                 else
                    compute ws-app-fine(ws-num-app) =
                            ws-app-inizio(ws-num-app) + app-durata
                 end-if
      * A DOMICILIO L'OPERATORE E' IMPEGNATO DALLA PARTENZA
                 if app-a-domicilio
                    if app-minuti-viaggio > ws-app-inizio(ws-num-app)
                       move 0 to ws-app-inizio(ws-num-app)
                    else
                       subtract app-minuti-viaggio
                           from ws-app-inizio(ws-num-app)
                    end-if
                 end-if
                 move app-operatore to ws-app-operatore(ws-num-app)
                 move app-stanza    to ws-app-stanza(ws-num-app)
              end-if
           end-perform.

      ***---
      * PER OGNI MEZZ'ORA DELLA FASCIA E OGNI OPERATORE IN TURNO
      * NELLA SEDE (TUTTI, ANCHE QUELLI ESCLUSI DAL SITO: L'AGENDA E'
      * UNA SOLA) SI CONTA IL TEMPO DISPONIBILE E QUELLO GIA'
      * IMPEGNATO DA UN APPUNTAMENTO. OLTRE LA SOGLIA DELLA SEDE LA
      * FASCIA RESTA AL BANCO.
       VALUTA-AFFOLLAMENTO.
           initialize ws-fasce-tab.
           if ws-sed-soglia(ws-sdx) = 0
              exit paragraph
           end-if.
           move low-value to ope-codice.
           start operatori key >= ope-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read operatori next at end exit perform end-read
              if ope-attivo
                 perform varying ws-step from 78-prima-ora
                              by 78-passo-minuti
                           until ws-step >= 78-ultima-ora
                    perform CONTA-AFFOLLAMENTO-STEP
                 end-perform
              end-if
           end-perform.
           perform varying ws-fdx from 1 by 1 until ws-fdx > 2
              move "N" to ws-fas-nascosta(ws-fdx)
              if ws-fas-capacita(ws-fdx) > 0
                 compute ws-percentuale =
                         (ws-fas-occupato(ws-fdx) * 100) /
                         ws-fas-capacita(ws-fdx)
                 if ws-percentuale >= ws-sed-soglia(ws-sdx)
                    move "S" to ws-fas-nascosta(ws-fdx)
                 end-if
              end-if
           end-perform.

      ***---
       CONTA-AFFOLLAMENTO-STEP.
           compute ws-step-fine = ws-step + 78-passo-minuti.
           divide ws-step by 60
                  giving ws-ora-hh remainder ws-ora-mm.
           compute ws-ora-slot = (ws-ora-hh * 100) + ws-ora-mm.
           move 78-passo-minuti to ws-durata.
           call "st-turnicheck" using ope-codice ws-cal-data
                                      ws-ora-slot ws-durata
                                      ws-studio ws-tur-esito.
           if ws-tur-esito not = "OK"
              exit paragraph
           end-if.
           if ws-step < 78-inizio-pomeriggio
              move 1 to ws-fdx
           else
              move 2 to ws-fdx
           end-if.
           add 78-passo-minuti to ws-fas-capacita(ws-fdx).
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-app
              if ws-app-operatore(ws-aidx) = ope-codice and
                 ws-step < ws-app-fine(ws-aidx) and
                 ws-app-inizio(ws-aidx) < ws-step-fine
                 add 78-passo-minuti to ws-fas-occupato(ws-fdx)
                 exit perform
              end-if
           end-perform.

      ***---
       PUBBLICA-ARTICOLO.
           move ws-art-codice(ws-ardx) to ws-articolo.
           move ws-art-durata(ws-ardx) to ws-durata.
           perform varying ws-minuti from 78-prima-ora
                        by 78-passo-minuti
                     until ws-minuti + ws-durata > 78-ultima-ora
              if ws-minuti < 78-inizio-pomeriggio
                 move 1 to ws-fdx
              else
                 move 2 to ws-fdx
              end-if
              if ws-fas-nascosta(ws-fdx) not = "S"
                 if ws-cal-seriale > ws-cal-seriale-oggi or
                    ws-minuti > ws-minuti-adesso
                    perform ESAMINA-SLOT
                 end-if
              end-if
           end-perform.

      ***---
       ESAMINA-SLOT.
           compute ws-minuti-fine = ws-minuti + ws-durata.
           divide ws-minuti by 60
                  giving ws-ora-hh remainder ws-ora-mm.
           compute ws-ora-slot = (ws-ora-hh * 100) + ws-ora-mm.

           call "st-calendcheck" using ws-studio ws-cal-data
                                       ws-ora-slot ws-durata
                                       ws-cal-esito.
           if ws-cal-esito not = "OK"
              exit paragraph
           end-if.

           perform CERCA-OPERATORE-LIBERO.
           if ws-operatore-libero = spaces
              exit paragraph
           end-if.
           perform CERCA-STANZA-LIBERA.
           if ws-num-stanze > 0 and ws-stanza-libera = spaces
              exit paragraph
           end-if.
           call "st-attrezcheck" using ws-articolo ws-cal-data
                                       ws-ora-slot ws-durata
                                       ws-studio ws-stanza-libera
                                       ws-attrezzatura ws-atz-esito.
           if ws-atz-esito not = "OK"
              exit paragraph
           end-if.

           perform SCRIVI-SLOT.

      ***---
       CERCA-OPERATORE-LIBERO.
           move spaces to ws-operatore-libero.
           perform varying ws-oidx from 1 by 1
                     until ws-oidx > ws-num-operatori
              call "st-turnicheck" using ws-ope-codice(ws-oidx)
                                         ws-cal-data ws-ora-slot
                                         ws-durata ws-studio
                                         ws-tur-esito
              if ws-tur-esito = "OK"
                 call "st-abilcheck" using ws-ope-codice(ws-oidx)
                                           ws-articolo ws-cal-data
                                           ws-abi-esito
                 if ws-abi-esito not = "OK"
                    move "NA" to ws-tur-esito
                 end-if
              end-if
              if ws-tur-esito = "OK"
                 set slot-valido to true
                 perform varying ws-aidx from 1 by 1
                           until ws-aidx > ws-num-app
                    if ws-app-operatore(ws-aidx) =
                       ws-ope-codice(ws-oidx) and
                       ws-minuti < ws-app-fine(ws-aidx) and
                       ws-app-inizio(ws-aidx) < ws-minuti-fine
                       set slot-valido to false
                       exit perform
                    end-if
                 end-perform
                 if slot-valido
                    move ws-ope-codice(ws-oidx)
                      to ws-operatore-libero
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       CERCA-STANZA-LIBERA.
           move spaces to ws-stanza-libera.
           perform varying ws-stidx from 1 by 1
                     until ws-stidx > ws-num-stanze
              set slot-valido to true
              perform varying ws-aidx from 1 by 1
                        until ws-aidx > ws-num-app
                 if ws-app-stanza(ws-aidx) =
                    ws-sta-codice(ws-stidx) and
                    ws-minuti < ws-app-fine(ws-aidx) and
                    ws-app-inizio(ws-aidx) < ws-minuti-fine
                    set slot-valido to false
                    exit perform
                 end-if
              end-perform
              if slot-valido
                 move ws-sta-codice(ws-stidx) to ws-stanza-libera
                 exit perform
              end-if
           end-perform.

      ***---
       SCRIVI-SLOT.
           initialize rec-disponibilita.
           string ws-studio   delimited space
                  ";"         delimited size
                  ws-cal-data delimited size
                  ";"         delimited size
                  ws-ora-slot delimited size
                  ";"         delimited size
                  ws-articolo delimited space
                  ";"         delimited size
                  ws-durata   delimited size
             into rec-disponibilita
           end-string.
           write rec-disponibilita.
           add 1 to ws-num-slot.

      ***---
      * IL NUOVO ELENCO PRENDE IL POSTO DEL VECCHIO SOLO SE E'
      * COMPLETO: SE LA COPIA NON RIESCE IL SITO CONTINUA A LEGGERE
      * QUELLO DELL'ORA PRIMA.
       SOSTITUISCI-FILE.
           call "C$COPY" using ws-percorso-tmp ws-percorso-file "S"
                        giving ws-esito-call.
           if ws-esito-call not = 0
              move "DISPONIBILITA"  to ell-file
              move ws-percorso-file to ell-chiave
              move "Impossibile aggiornare il file di scambio"
                to ell-messaggio
              set ell-errore-file to true
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           call "C$DELETE" using ws-percorso-tmp, "S".

      ***---
       REGISTRA-ERRORE.
           move "ST-WEBDISP" to ell-programma.
           move "PUBBLICAZIONE" to ell-paragrafo.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
           initialize errlog-link.

      ***---
       CLOSE-FILES.
           close param articoli operatori appuntamenti stanze.
           if disponibilita-aperto
              close disponibilita
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
