       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-addestra.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PREPARAZIONE DELL'AMBIENTE DI ADDESTRAMENTO: GLI ARCHIVI DI
      * PROVA STANNO IN UNA CARTELLA PROPRIA (VARIABILE D'AMBIENTE
      * "DIR_ADDESTRAMENTO", A SPAZI "ADDESTRA" SOTTO QUELLA DI
      * LAVORO) E SI USANO ENTRANDO CON ST-LOGIN IN FUNZIONE "A",
      * CHE SPOSTA IL FILE_PREFIX DELLA POSTAZIONE SU QUELLA
      * CARTELLA. OGNI CHIAMATA RIPORTA L'AMBIENTE ALLO STATO
      * INIZIALE:
      *   - SVUOTA LA CARTELLA DI ADDESTRAMENTO (MAI QUELLA VERA: SE
      *     LE DUE COINCIDONO IL PROGRAMMA RIFIUTA DI PARTIRE)
      *   - COPIA DAGLI ARCHIVI VERI SOLO LA CONFIGURAZIONE (PARAM,
      *     CODICI IVA, ARTICOLI E LISTINI, OPERATORI E DIRITTI,
      *     STANZE, ...) CON C$COPY, COME ST-BACKUP: CHI SI ADDESTRA
      *     ENTRA CON LE SUE CREDENZIALI E VEDE I SUOI LISTINI
      *   - FA CREARE A GENFILES TUTTI GLI ALTRI ARCHIVI, VUOTI: LA
      *     NUMERAZIONE DEI DOCUMENTI (VEDI ST-NUMDOC) RIPARTE DA UNO
      *     E NON TOCCA MAI QUELLA FISCALE VERA
      *   - CARICA DODICI CLIENTI FITTIZI, LE SEDUTE DEL MESE SCORSO
      *     DEI PRIMI SEI (A FATTURAZIONE MENSILE) CON I RELATIVI
      *     APPUNTAMENTI ESEGUITI, L'AGENDA DI OGGI PER TUTTI E LE
      *     FATTURE DIFFERITE DEL MESE SCORSO, GENERATE DA
      *     ST-DOCMENSILE COME IN PRODUZIONE
      * IN ADDESTRAMENTO LE STAMPE ESCONO MARCATE (VEDI SPOOLER) E
      * I PROGRAMMI CHE PARLANO CON L'ESTERNO (MAILQ, SDI, SDD, SCT,
      * TESSERA SANITARIA, REGISTRATORE TELEMATICO, GATEWAY SMS,
      * REPLICA FRA SEDI) NON SPEDISCONO NULLA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "tschede.sl".
           copy "rschede.sl".
           copy "appuntamenti.sl".
           copy "operatori.sl".
           copy "articoli.sl".
           copy "codiva.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "tschede.fd".
           copy "rschede.fd".
           copy "appuntamenti.fd".
           copy "operatori.fd".
           copy "articoli.fd".
           copy "codiva.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-clienti        pic xx.
       77  status-tschede        pic xx.
       77  status-rschede        pic xx.
       77  status-appuntamenti   pic xx.
       77  status-operatori      pic xx.
       77  status-articoli       pic xx.
       77  status-codiva         pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

      * SCANSIONE DIRECTORY (CBL_DIR_SCAN / CBL_READ_DIR, COME
      * ST-ACQIMPORT)
       77  ws-dirspec            pic x(210).
       77  ws-scan-handle        pic x(4).
       77  ws-dir-flags          pic 9(4) comp-x value 0.
       77  ws-nomefile           pic x(200).
       77  ws-esito-scan         pic s9(9) comp-5.

      * CARTELLE
       77  ws-dir-addestramento  pic x(200).
       77  ws-prefisso-reale     pic x(200).
       77  ws-prefisso-corrente  pic x(200).
       77  ws-addestramento      pic x(1).
       77  ws-percorso-origine   pic x(250).
       77  ws-percorso-copia     pic x(250).
       77  ws-esito-call         pic s9(9) comp-5.
       77  ws-genfiles-status    signed-short.

      * ARCHIVI DI CONFIGURAZIONE COPIATI DA QUELLI VERI
       78  ws-num-config         value 20.
       01  ws-lista-config.
           05 filler pic x(15) value "PARAM".
           05 filler pic x(15) value "CODIVA".
           05 filler pic x(15) value "TIPOCLI".
           05 filler pic x(15) value "TPAGAM".
           05 filler pic x(15) value "ARTICOLI".
           05 filler pic x(15) value "TLISTINI".
           05 filler pic x(15) value "RLISTINI".
           05 filler pic x(15) value "OPERATORI".
           05 filler pic x(15) value "DIRITTI".
           05 filler pic x(15) value "STANZE".
           05 filler pic x(15) value "FESTIVI".
           05 filler pic x(15) value "TURNI".
           05 filler pic x(15) value "TIPIDOC".
           05 filler pic x(15) value "ZOOMCFG".
           05 filler pic x(15) value "TARIFFEOP".
           05 filler pic x(15) value "CONVENZIONI".
           05 filler pic x(15) value "ATTREZZATURE".
           05 filler pic x(15) value "ESERCIZI".
           05 filler pic x(15) value "MOTIVIDISD".
           05 filler pic x(15) value "PDCMAP".
       01  filler redefines ws-lista-config.
           05 ws-nome-config     occurs 20 times pic x(15).
       77  ws-cidx               pic 9(2).

      * CLIENTI FITTIZI: I PRIMI SEI HANNO LA FATTURAZIONE MENSILE
       78  ws-num-clienti        value 12.
       01  ws-clienti-prova.
           05 filler.
              10 filler pic x(20) value "ROSSI".
              10 filler pic x(20) value "MARTA".
              10 filler pic x(16) value "RSSMRT78C52F205K".
              10 filler pic 9(8)  value 19780312.
              10 filler pic x(30)
                 value "Via Solferino 14".
              10 filler pic x(20) value "Milano".
              10 filler pic x(2)  value "MI".
              10 filler pic x(5)  value "20121".
              10 filler pic x(1)  value "S".
              10 filler pic x(40)
                 value "Lombalgia cronica".
           05 filler.
              10 filler pic x(20) value "BIANCHI".
              10 filler pic x(20) value "LUCA".
              10 filler pic x(16) value "BNCLCU85S05L219L".
              10 filler pic 9(8)  value 19851105.
              10 filler pic x(30)
                 value "Corso Vittorio Emanuele 88".
              10 filler pic x(20) value "Torino".
              10 filler pic x(2)  value "TO".
              10 filler pic x(5)  value "10123".
              10 filler pic x(1)  value "S".
              10 filler pic x(40)
                 value "Riabilitazione LCA ginocchio dx".
           05 filler.
              10 filler pic x(20) value "FERRARI".
              10 filler pic x(20) value "GIULIA".
              10 filler pic x(16) value "FRRGLI90L63A944Y".
              10 filler pic 9(8)  value 19900723.
              10 filler pic x(30)
                 value "Via Zamboni 31".
              10 filler pic x(20) value "Bologna".
              10 filler pic x(2)  value "BO".
              10 filler pic x(5)  value "40126".
              10 filler pic x(1)  value "S".
              10 filler pic x(40)
                 value "Cervicalgia".
           05 filler.
              10 filler pic x(20) value "RUSSO".
              10 filler pic x(20) value "ANDREA".
              10 filler pic x(16) value "RSSNDR69B02D612Y".
              10 filler pic 9(8)  value 19690202.
              10 filler pic x(30)
                 value "Borgo Pinti 7".
              10 filler pic x(20) value "Firenze".
              10 filler pic x(2)  value "FI".
              10 filler pic x(5)  value "50122".
              10 filler pic x(1)  value "S".
              10 filler pic x(40)
                 value "Tendinopatia spalla sx".
           05 filler.
              10 filler pic x(20) value "ESPOSITO".
              10 filler pic x(20) value "CHIARA".
              10 filler pic x(16) value "SPSCHR82P57H501L".
              10 filler pic 9(8)  value 19820917.
              10 filler pic x(30)
                 value "Via Merulana 120".
              10 filler pic x(20) value "Roma".
              10 filler pic x(2)  value "RM".
              10 filler pic x(5)  value "00185".
              10 filler pic x(1)  value "S".
              10 filler pic x(40)
                 value "Distorsione caviglia dx".
           05 filler.
              10 filler pic x(20) value "ROMANO".
              10 filler pic x(20) value "PAOLO".
              10 filler pic x(16) value "RMNPLA57A30G224C".
              10 filler pic 9(8)  value 19570130.
              10 filler pic x(30)
                 value "Via Roma 45".
              10 filler pic x(20) value "Padova".
              10 filler pic x(2)  value "PD".
              10 filler pic x(5)  value "35121".
              10 filler pic x(1)  value "S".
              10 filler pic x(40)
                 value "Protesi anca: recupero".
           05 filler.
              10 filler pic x(20) value "COLOMBO".
              10 filler pic x(20) value "ELENA".
              10 filler pic x(16) value "CLMLNE95H48L781P".
              10 filler pic 9(8)  value 19950608.
              10 filler pic x(30)
                 value "Via Mazzini 22".
              10 filler pic x(20) value "Verona".
              10 filler pic x(2)  value "VR".
              10 filler pic x(5)  value "37121".
              10 filler pic x(1)  value " ".
              10 filler pic x(40)
                 value "Fascite plantare".
           05 filler.
              10 filler pic x(20) value "RICCI".
              10 filler pic x(20) value "MARCO".
              10 filler pic x(16) value "RCCMRC74D14A794G".
              10 filler pic 9(8)  value 19740414.
              10 filler pic x(30)
                 value "Via XX Settembre 9".
              10 filler pic x(20) value "Bergamo".
              10 filler pic x(2)  value "BG".
              10 filler pic x(5)  value "24122".
              10 filler pic x(1)  value " ".
              10 filler pic x(40)
                 value "Epicondilite gomito dx".
           05 filler.
              10 filler pic x(20) value "MARINO".
              10 filler pic x(20) value "SARA".
              10 filler pic x(16) value "MRNSRA88R66B157E".
              10 filler pic 9(8)  value 19881026.
              10 filler pic x(30)
                 value "Corso Zanardelli 3".
              10 filler pic x(20) value "Brescia".
              10 filler pic x(2)  value "BS".
              10 filler pic x(5)  value "25121".
              10 filler pic x(1)  value " ".
              10 filler pic x(40)
                 value "Riabilitazione post-parto".
           05 filler.
              10 filler pic x(20) value "GRECO".
              10 filler pic x(20) value "DAVIDE".
              10 filler pic x(16) value "GRCDVD63T09F257I".
              10 filler pic 9(8)  value 19631209.
              10 filler pic x(30)
                 value "Via Emilia Centro 210".
              10 filler pic x(20) value "Modena".
              10 filler pic x(2)  value "MO".
              10 filler pic x(5)  value "41121".
              10 filler pic x(1)  value " ".
              10 filler pic x(40)
                 value "Ernia discale L5-S1".
           05 filler.
              10 filler pic x(20) value "BRUNO".
              10 filler pic x(20) value "FRANCESCA".
              10 filler pic x(16) value "BRNFNC71E61G337A".
              10 filler pic 9(8)  value 19710521.
              10 filler pic x(30)
                 value "Strada della Repubblica 56".
              10 filler pic x(20) value "Parma".
              10 filler pic x(2)  value "PR".
              10 filler pic x(5)  value "43121".
              10 filler pic x(1)  value " ".
              10 filler pic x(40)
                 value "Scoliosi: ginnastica posturale".
           05 filler.
              10 filler pic x(20) value "GALLO".
              10 filler pic x(20) value "STEFANO".
              10 filler pic x(16) value "GLLSFN80M03D969N".
              10 filler pic 9(8)  value 19800803.
              10 filler pic x(30)
                 value "Via XX Settembre 140".
              10 filler pic x(20) value "Genova".
              10 filler pic x(2)  value "GE".
              10 filler pic x(5)  value "16121".
              10 filler pic x(1)  value " ".
              10 filler pic x(40)
                 value "Lesione menisco ginocchio sx".
       01  filler redefines ws-clienti-prova.
           05 ws-cp              occurs 12 times.
              10 ws-cp-cognome        pic x(20).
              10 ws-cp-nome           pic x(20).
              10 ws-cp-codfis         pic x(16).
              10 ws-cp-data-n         pic 9(8).
              10 ws-cp-indirizzo      pic x(30).
              10 ws-cp-localita       pic x(20).
              10 ws-cp-prov           pic x(2).
              10 ws-cp-cap            pic x(5).
              10 ws-cp-mensile        pic x(1).
              10 ws-cp-motivo         pic x(40).
       77  ws-kidx               pic 9(2).

      * AGENDA DI OGGI, UN ORARIO PER CLIENTE
       01  ws-orari-tab.
           05 filler pic 9(4) value 0815.
           05 filler pic 9(4) value 0900.
           05 filler pic 9(4) value 0945.
           05 filler pic 9(4) value 1030.
           05 filler pic 9(4) value 1115.
           05 filler pic 9(4) value 1200.
           05 filler pic 9(4) value 1430.
           05 filler pic 9(4) value 1515.
           05 filler pic 9(4) value 1600.
           05 filler pic 9(4) value 1645.
           05 filler pic 9(4) value 1730.
           05 filler pic 9(4) value 1815.
       01  filler redefines ws-orari-tab.
           05 ws-orario          occurs 12 times pic 9(4).

      * SEDUTE DEL MESE SCORSO, UNA A SETTIMANA
       01  ws-giorni-sedute-tab.
           05 filler pic 9(2) value 03.
           05 filler pic 9(2) value 10.
           05 filler pic 9(2) value 17.
           05 filler pic 9(2) value 24.
       01  filler redefines ws-giorni-sedute-tab.
           05 ws-giorno-seduta   occurs 4 times pic 9(2).
       77  ws-sidx               pic 9(2).

       01  ws-data-corrente      pic 9(8).
       01  filler redefines ws-data-corrente.
           05 ws-anno-corrente   pic 9(4).
           05 ws-mese-corrente   pic 9(2).
           05 filler             pic 9(2).
       77  ws-anno-scorso        pic 9(4).
       77  ws-mese-scorso        pic 9(2).
       77  ws-data-seduta        pic 9(8).
       77  ws-operatore          pic x(10).
       77  ws-articolo           pic x(6).
       77  ws-art-descrizione    pic x(50).
       77  ws-iva                pic x(3).
       78  78-netto-seduta       value 50.
       77  ws-email              pic x(50).

      * PARAMETRI PER ST-DOCMENSILE
       77  ws-dm-funzione        pic x(1) value "E".
       77  ws-dm-operatore       pic x(20).
       77  ws-dm-stampante       pic x(200) value spaces.
       77  ws-dm-esito           pic xx.

       77  messaggio             pic x(200) value spaces.

       LINKAGE SECTION.
       77  link-operatore        pic x(10).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform SVUOTA-CARTELLA
              perform COPIA-CONFIGURAZIONE
              inspect ws-dir-addestramento
                      replacing trailing low-value by spaces
              set environment "FILE_PREFIX"   to ws-dir-addestramento
              set environment "ADDESTRAMENTO" to "S"
              call   "genfiles" using ws-genfiles-status
              cancel "genfiles"
              if ws-genfiles-status not = 0
                 set tutto-ok to false
              end-if
           end-if.
           if tutto-ok
              perform CARICA-DATI-FITTIZI
           end-if.
      * ANCHE MENTRE SI CARICANO I DATI DI PROVA NIENTE DEVE USCIRE
      * (REPLICA FRA SEDI DI QUELLO CHE SCRIVE ST-DOCMENSILE): IL
      * SEGNALE DI ADDESTRAMENTO TORNA COM'ERA SOLO ALLA FINE.
           set environment "FILE_PREFIX"   to ws-prefisso-corrente.
           set environment "ADDESTRAMENTO" to ws-addestramento.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           goback.

      ***---
      * GLI ARCHIVI VERI SONO QUELLI DEL FILE_PREFIX DI PARTENZA; SE
      * SI CHIAMA GIA' DA DENTRO L'ADDESTRAMENTO, QUELLO CHE ST-LOGIN
      * HA MESSO DA PARTE ENTRANDO.
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           accept ws-dir-addestramento
                  from environment "DIR_ADDESTRAMENTO".
           if ws-dir-addestramento = spaces
              move "ADDESTRA" to ws-dir-addestramento
           end-if.
           accept ws-prefisso-corrente from environment "FILE_PREFIX".
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              accept ws-prefisso-reale
                     from environment "FILE_PREFIX_REALE"
           else
              move ws-prefisso-corrente to ws-prefisso-reale
           end-if.
           if ws-dir-addestramento = ws-prefisso-reale
              set tutto-ok to false
           end-if.
           if ws-prefisso-reale = spaces
              move "." to ws-prefisso-reale
           end-if.
           inspect ws-dir-addestramento
                   replacing trailing spaces by low-value.
           inspect ws-prefisso-reale
                   replacing trailing spaces by low-value.

      ***---
      * LA CARTELLA SI CREA SE NON C'E' E SI SVUOTA DI TUTTO QUELLO
      * CHE CONTIENE (DATI E INDICI DI OGNI ARCHIVIO, CHECKPOINT DI
      * GENFILES COMPRESO).
       SVUOTA-CARTELLA.
           call "C$MAKEDIR" using ws-dir-addestramento
                           giving ws-esito-call.
           initialize ws-dirspec.
           string ws-dir-addestramento delimited low-value
                  "\*"                 delimited size
             into ws-dirspec
           end-string.
           call "CBL_DIR_SCAN" using ws-dirspec, ws-scan-handle.
           move return-code to ws-esito-scan.
           if ws-esito-scan not = 0
              exit paragraph
           end-if.
           perform until 1 = 2
              call "CBL_READ_DIR" using ws-scan-handle,
                                        ws-dir-flags,
                                        ws-nomefile
              move return-code to ws-esito-scan
              if ws-esito-scan not = 0
                 exit perform
              end-if
              if ws-nomefile(1:1) not = "."
                 initialize ws-percorso-copia
                 string ws-dir-addestramento delimited low-value
                        "\"                  delimited size
                        ws-nomefile          delimited spaces
                   into ws-percorso-copia
                 end-string
                 call "C$DELETE" using ws-percorso-copia, "S"
              end-if
           end-perform.

      ***---
      * UN ARCHIVIO DI CONFIGURAZIONE CHE NELL'IMPIANTO VERO NON C'E'
      * LO CREA VUOTO GENFILES SUBITO DOPO.
       COPIA-CONFIGURAZIONE.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > ws-num-config
              inspect ws-nome-config(ws-cidx)
                      replacing trailing spaces by low-value
              initialize ws-percorso-origine ws-percorso-copia
              string ws-prefisso-reale       delimited low-value
                     "\"                     delimited size
                     ws-nome-config(ws-cidx) delimited low-value
                into ws-percorso-origine
              end-string
              string ws-dir-addestramento    delimited low-value
                     "\"                     delimited size
                     ws-nome-config(ws-cidx) delimited low-value
                into ws-percorso-copia
              end-string
              inspect ws-nome-config(ws-cidx)
                      replacing trailing low-value by spaces
              call "C$COPY" using ws-percorso-origine
                                  ws-percorso-copia "S"
                           giving ws-esito-call
           end-perform.

      ***---
       CARICA-DATI-FITTIZI.
           perform PREPARA-RIFERIMENTI.
           open i-o clienti tschede rschede appuntamenti.
           perform varying ws-kidx from 1 by 1
                     until ws-kidx > ws-num-clienti
              perform SCRIVI-CLIENTE
              perform SCRIVI-APPUNTAMENTO-OGGI
              if ws-cp-mensile(ws-kidx) = "S"
                 perform SCRIVI-SEDUTE-MESE-SCORSO
              end-if
           end-perform.
           close clienti tschede rschede appuntamenti.
           perform GENERA-FATTURE-DIFFERITE.

      ***---
      * OPERATORE, PRESTAZIONE E CODICE IVA SI PRENDONO DALLA
      * CONFIGURAZIONE APPENA COPIATA: IL PRIMO OPERATORE ATTIVO, LA
      * PRIMA PRESTAZIONE SANITARIA (IN MANCANZA IL PRIMO ARTICOLO)
      * E IL PRIMO CODICE IVA A ALIQUOTA ZERO (IN MANCANZA IL PRIMO).
       PREPARA-RIFERIMENTI.
           if ws-mese-corrente = 1
              move 12 to ws-mese-scorso
              compute ws-anno-scorso = ws-anno-corrente - 1
           else
              move ws-anno-corrente to ws-anno-scorso
              compute ws-mese-scorso = ws-mese-corrente - 1
           end-if.

           move spaces to ws-operatore.
           open input operatori.
           perform until 1 = 2
              read operatori next at end exit perform end-read
              if ope-attivo
                 move ope-codice to ws-operatore
                 exit perform
              end-if
           end-perform.
           close operatori.

           move spaces to ws-articolo ws-art-descrizione.
           open input articoli.
           perform until 1 = 2
              read articoli next at end exit perform end-read
              if ws-articolo = spaces
                 move art-codice      to ws-articolo
                 move art-descrizione to ws-art-descrizione
              end-if
              if art-servizio and art-prestazione-san
                 move art-codice      to ws-articolo
                 move art-descrizione to ws-art-descrizione
                 exit perform
              end-if
           end-perform.
           close articoli.
           if ws-art-descrizione = spaces
              move "Seduta di fisioterapia" to ws-art-descrizione
           end-if.

           move spaces to ws-iva.
           open input codiva.
           perform until 1 = 2
              read codiva next at end exit perform end-read
              if ws-iva = spaces
                 move iva-codice to ws-iva
              end-if
              if iva-aliquota = 0
                 move iva-codice to ws-iva
                 exit perform
              end-if
           end-perform.
           close codiva.

      ***---
       SCRIVI-CLIENTE.
           initialize rec-clienti.
           move ws-kidx                  to cli-codice.
           move ws-cp-cognome(ws-kidx)   to cli-ragsoc.
           move ws-cp-nome(ws-kidx)      to cli-nome.
           move ws-cp-indirizzo(ws-kidx) to cli-indirizzo.
           move ws-cp-localita(ws-kidx)  to cli-localita.
           move ws-cp-prov(ws-kidx)      to cli-prov.
           move ws-cp-cap(ws-kidx)       to cli-cap.
           move "ITALIANA"               to cli-cittadinanza.
           move ws-cp-codfis(ws-kidx)    to cli-codfis.
           move ws-cp-localita(ws-kidx)  to cli-luogo-n.
           move ws-cp-prov(ws-kidx)      to cli-prov-n.
           move ws-cp-data-n(ws-kidx)    to cli-data-n.
           set  cli-lingua-italiano      to true.
           move ws-cp-mensile(ws-kidx)   to cli-fatt-mensile.
           move spaces to ws-email.
           string ws-cp-nome(ws-kidx)    delimited space
                  "."                    delimited size
                  ws-cp-cognome(ws-kidx) delimited space
                  "@esempio.it"          delimited size
             into ws-email
           end-string.
           inspect ws-email converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                    to "abcdefghijklmnopqrstuvwxyz".
           move ws-email to cli-email.
           string "333 0000 0" delimited size
                  ws-kidx      delimited size
             into cli-cell
           end-string.
           write rec-clienti
                 invalid set tutto-ok to false
           end-write.

      ***---
       SCRIVI-APPUNTAMENTO-OGGI.
           initialize rec-appuntamenti.
           move ws-data-corrente        to app-data.
           move ws-orario(ws-kidx)      to app-ora.
           move 1                       to app-progressivo.
           move cli-codice              to app-cliente.
           move ws-cp-motivo(ws-kidx)   to app-note.
           move 45                      to app-durata.
           move ws-operatore            to app-operatore.
           set  app-da-chiudere         to true.
           move ws-articolo             to app-articolo.
           write rec-appuntamenti
                 invalid continue
           end-write.

      ***---
      * UNA SCHEDA PER CLIENTE CON UNA SEDUTA A SETTIMANA DEL MESE
      * SCORSO, ANCORA DA FATTURARE, E IL SUO APPUNTAMENTO ESEGUITO.
       SCRIVI-SEDUTE-MESE-SCORSO.
           compute ws-data-seduta = ws-anno-scorso * 10000 +
                                    ws-mese-scorso * 100 +
                                    ws-giorno-seduta(1).
           initialize rec-tschede.
           move ws-kidx        to tsc-codice.
           move cli-codice     to tsc-cliente.
           move ws-data-seduta to tsc-data-creazione.
           write rec-tschede
                 invalid continue
           end-write.
           perform varying ws-sidx from 1 by 1 until ws-sidx > 4
              compute ws-data-seduta = ws-anno-scorso * 10000 +
                                       ws-mese-scorso * 100 +
                                       ws-giorno-seduta(ws-sidx)
              initialize rec-rschede
              move ws-kidx            to rsc-codice
              move ws-sidx            to rsc-progressivo
              move ws-data-seduta     to rsc-data
              move ws-articolo        to rsc-articolo
              move ws-art-descrizione to rsc-descrizione
              move 1                  to rsc-qta
              move 78-netto-seduta    to rsc-netto
              move ws-operatore       to rsc-operatore
              move 0 to rsc-doc-anno rsc-doc-numero
              write rec-rschede
                    invalid continue
              end-write
              initialize rec-appuntamenti
              move ws-data-seduta      to app-data
              move ws-orario(ws-kidx)  to app-ora
              move 1                   to app-progressivo
              move cli-codice          to app-cliente
              move ws-cp-motivo(ws-kidx) to app-note
              move 45                  to app-durata
              move ws-operatore        to app-operatore
              set  app-eseguito        to true
              move ws-articolo         to app-articolo
              write rec-appuntamenti
                    invalid continue
              end-write
           end-perform.

      ***---
      * LE FATTURE DI PROVA NASCONO DALLA STESSA STRADA DI QUELLE
      * VERE: LA FATTURAZIONE DIFFERITA DEL MESE SCORSO.
       GENERA-FATTURE-DIFFERITE.
           move link-operatore to ws-dm-operatore.
           call "st-docmensile" using ws-dm-funzione ws-anno-scorso
                                      ws-mese-scorso ws-iva
                                      ws-dm-operatore
                                      ws-dm-stampante ws-dm-esito.
           cancel "st-docmensile".

      ***---
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           if tutto-ok
              move "Ambiente di addestramento riportato allo stato iniz
      -            "iale." to messaggio
           else
              move "Impossibile preparare l'ambiente di addestramento."
                to messaggio
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.
