       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-sanifica.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRO DELLE SANIFICAZIONI DELLE STANZE (SANIFICAZIONI, VEDI
      * SANIFICA.LKS PER LE FUNZIONI). LA CHIUSURA DI UNA SEDUTA
      * ESEGUITA (ST-APPCHIUSURA) APRE LA SANIFICAZIONE DELLA SUA
      * STANZA, DA ESEGUIRE ENTRO LA SEDUTA SUCCESSIVA; A GIORNATA
      * CHIUSA SI APRE ANCHE QUELLA DI FINE GIORNATA PER OGNI STANZA
      * USATA. L'OPERATORE LE SPUNTA CON ORA E PRODOTTO: QUELLE
      * ANCORA APERTE LE SEGNALA L'AGENDA (ST-AGENDA) E LE RIPORTA
      * COME MANCANTI LA STAMPA DEL REGISTRO (ST-SANIFREP).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "sanificazioni.sl".
           copy "appuntamenti.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "sanificazioni.fd".
           copy "appuntamenti.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-sanificazioni  pic xx.
       77  status-appuntamenti   pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovata            value 1 false 0.

       78  78-durata-standard    value 60.
       78  78-ora-fine-giornata  value 2400.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-durata             pic 9(3).
       77  ws-minuti             pic 9(5).
       01  ws-hhmm.
           05 ws-hh              pic 9(2).
           05 ws-mm              pic 9(2).
       01  filler redefines ws-hhmm.
           05 ws-hhmm-num        pic 9(4).

       LINKAGE SECTION.
           copy "sanifica.lks".

      ******************************************************************
       PROCEDURE DIVISION using sanifica-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when snl-apri          perform APRI-SANIFICAZIONE
              when snl-apri-giornata perform APRI-FINE-GIORNATA
              when snl-esegui        perform ESEGUI-SANIFICAZIONE
              when snl-prossima      perform CERCA-PROSSIMA
              when other             set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           evaluate true
           when snl-esito-fine continue
           when tutto-ok       set snl-esito-ok to true
           when other          set snl-esito-ko to true
           end-evaluate.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           move spaces to snl-esito.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           if snl-data = 0
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o sanificazioni.
           if status-sanificazioni = "35"
              open output sanificazioni
              close       sanificazioni
              open i-o    sanificazioni
           end-if.
           open input appuntamenti.

      ***---
      * LA RIGA GIA' APERTA (CHIUSURA RIPETUTA DELLA STESSA SEDUTA)
      * NON SI DUPLICA E NON SI RIAPRE SE GIA' SPUNTATA.
       APRI-SANIFICAZIONE.
           if snl-stanza = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           initialize rec-sanificazioni.
           move snl-stanza          to san-stanza.
           move snl-data            to san-data.
           move snl-app-ora         to san-app-ora.
           move snl-app-progressivo to san-app-progressivo.
           set  san-dopo-seduta     to true.
           perform CALCOLA-ORA-PREVISTA.
           move ws-hhmm-num         to san-ora-prevista.
           set  san-da-eseguire     to true.
           write rec-sanificazioni
                 invalid continue
           end-write.

      ***---
      * FINE DELLA SEDUTA IN HHMM: L'ORA PIU' LA DURATA (A ZERO =
      * DURATA STANDARD), SENZA ANDARE OLTRE LA MEZZANOTTE.
       CALCOLA-ORA-PREVISTA.
           move snl-durata to ws-durata.
           if ws-durata = 0
              move 78-durata-standard to ws-durata
           end-if.
           move snl-app-ora to ws-hhmm-num.
           compute ws-minuti = (ws-hh * 60) + ws-mm + ws-durata.
           if ws-minuti > 1439
              move 1439 to ws-minuti
           end-if.
           divide ws-minuti by 60 giving ws-hh remainder ws-mm.

      ***---
      * UNA RIGA PER OGNI STANZA CHE HA OSPITATO ALMENO UNA SEDUTA
      * ESEGUITA NEL GIORNO; LA CHIAVE FISSA (ORA 2400, PROGRESSIVO
      * ZERO) IMPEDISCE I DOPPIONI SE LA GIORNATA SI RICHIUDE.
       APRI-FINE-GIORNATA.
           move low-value to app-chiave.
           move snl-data  to app-data.
           start appuntamenti key >= app-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-data not = snl-data
                 exit perform
              end-if
              if app-eseguito and app-stanza not = spaces
                 initialize rec-sanificazioni
                 move app-stanza           to san-stanza
                 move snl-data             to san-data
                 move 78-ora-fine-giornata to san-app-ora
                 move 0                    to san-app-progressivo
                 set  san-fine-giornata    to true
                 move 78-ora-fine-giornata to san-ora-prevista
                 set  san-da-eseguire      to true
                 write rec-sanificazioni
                       invalid continue
                 end-write
              end-if
           end-perform.

      ***---
       ESEGUI-SANIFICAZIONE.
           if snl-prodotto = spaces or snl-operatore = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move snl-stanza          to san-stanza.
           move snl-data            to san-data.
           move snl-app-ora         to san-app-ora.
           move snl-app-progressivo to san-app-progressivo.
           read sanificazioni
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if san-eseguita
              set tutto-ok to false
              exit paragraph
           end-if.
           if snl-ora-esecuzione = 0
              move ws-ora-corrente(1:4) to snl-ora-esecuzione
           end-if.
           set  san-eseguita       to true.
           move ws-data-corrente   to san-data-esecuzione.
           move snl-ora-esecuzione to san-ora-esecuzione.
           move snl-prodotto       to san-prodotto.
           move snl-operatore      to san-operatore.
           rewrite rec-sanificazioni
                   invalid set tutto-ok to false
           end-rewrite.

      ***---
      * LA CHIAVE COMINCIA DALLA STANZA: PER LE RIGHE DI UNA DATA SI
      * SALTA DA UNA STANZA ALL'ALTRA RIPOSIZIONANDO LO START SULLA
      * DATA CERCATA (O OLTRE LA STANZA QUANDO LA DATA E' SUPERATA).
       CERCA-PROSSIMA.
           set trovata to false.
           move snl-stanza          to san-stanza.
           move snl-data            to san-data.
           move snl-app-ora         to san-app-ora.
           move snl-app-progressivo to san-app-progressivo.
           start sanificazioni key > san-chiave
                 invalid set snl-esito-fine to true
                         exit paragraph
           end-start.
           perform until 1 = 2
              read sanificazioni next no lock
                   at end exit perform
              end-read
              evaluate true
              when san-data < snl-data
                   move snl-data to san-data
                   move 0        to san-app-ora san-app-progressivo
                   start sanificazioni key >= san-chiave
                         invalid exit perform
                   end-start
              when san-data > snl-data
                   move 99999999 to san-data
                   move 9999     to san-app-ora
                   move 99       to san-app-progressivo
                   start sanificazioni key > san-chiave
                         invalid exit perform
                   end-start
              when san-da-eseguire
                   set trovata to true
                   exit perform
              end-evaluate
           end-perform.
           if trovata
              move san-stanza          to snl-stanza
              move san-app-ora         to snl-app-ora
              move san-app-progressivo to snl-app-progressivo
              move san-tipo            to snl-tipo
              move san-ora-prevista    to snl-ora-prevista
           else
              set snl-esito-fine to true
           end-if.

      ***---
       CLOSE-FILES.
           close sanificazioni appuntamenti.
