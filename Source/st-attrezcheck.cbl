       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-attrezcheck.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ASSEGNAZIONE DI UN APPARECCHIO (ATTREZZATURE) A UNO SLOT, IL
      * TERZO CONTROLLO DELLE SOVRAPPOSIZIONI DOPO OPERATORE E
      * STANZA. SE L'ARTICOLO NON COMPARE IN NESSUN ATZ-ARTICOLO NON
      * SERVE NESSUN APPARECCHIO (ESITO "OK", LINK-ATTREZZATURA A
      * SPAZI). ALTRIMENTI, TRA GLI APPARECCHI CHE LO SERVONO, SONO
      * IDONEI QUELLI IN SERVIZIO, CON LA VERIFICA DI SICUREZZA
      * ELETTRICA VALIDA ALLA DATA E DELLA SEDE DELLO SLOT (O SENZA
      * SEDE); DI QUESTI SI PRENDE IL PRIMO LIBERO NELL'INTERVALLO
      * ORA..ORA+DURATA, PREFERENDO QUELLO DELLA STANZA PRENOTATA.
      * GLI ESITI:
      *   "OK" APPARECCHIO LIBERO ASSEGNATO (O NESSUNO RICHIESTO)
      *   "OC" APPARECCHI IDONEI TUTTI OCCUPATI: E' UNA
      *        SOVRAPPOSIZIONE, E IN LINK-ATTREZZATURA TORNA IL PRIMO
      *        IDONEO PER CHI FORZA L'INSERIMENTO
      *   "AT" NESSUN APPARECCHIO IDONEO (FUORI SERVIZIO O VERIFICA
      *        SCADUTA): LA PRESTAZIONE NON E' PRENOTABILE
      * LO USANO ST-APPINSER, ST-APPSERIE E ST-PRIMADISP.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "attrezzature.sl".
           copy "appuntamenti.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "attrezzature.fd".
           copy "appuntamenti.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-attrezzature   pic xx.
       77  status-appuntamenti   pic xx.

       78  78-durata-standard    value 60.

       77  ws-idx                pic 9(2).
       77  ws-prima-idonea       pic x(6).
       77  ws-prima-libera       pic x(6).
       77  filler                pic 9.
           88 ws-richiesta       value 1 false 0.
       77  filler                pic 9.
           88 ws-serve-articolo  value 1 false 0.
       77  filler                pic 9.
           88 ws-occupata        value 1 false 0.
       77  filler                pic 9.
           88 ws-stanza-trovata  value 1 false 0.

      * INTERVALLI IN MINUTI DALLA MEZZANOTTE
       77  ws-nuovo-inizio       pic 9(5).
       77  ws-nuovo-fine         pic 9(5).
       77  ws-riga-inizio        pic 9(5).
       77  ws-riga-fine          pic 9(5).
       77  ws-durata             pic 9(3).
       77  ws-ora-hh             pic 9(2).
       77  ws-ora-mm             pic 9(2).

       LINKAGE SECTION.
       77  link-articolo         pic x(6).
       77  link-data             pic 9(8).
       77  link-ora              pic 9(4).
       77  link-durata           pic 9(3).
       77  link-studio           pic x(4).
       77  link-stanza           pic x(4).
       77  link-attrezzatura     pic x(6).
       77  link-esito            pic xx.
           88 link-attrezzatura-ok   value "OK".
           88 link-occupata          value "OC".
           88 link-non-disponibile   value "AT".

      ******************************************************************
       PROCEDURE DIVISION using link-articolo link-data link-ora
                                 link-durata link-studio link-stanza
                                 link-attrezzatura link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if link-articolo not = spaces
              perform OPEN-FILES
              perform CERCA-ATTREZZATURA
              perform CLOSE-FILES
           end-if.
           evaluate true
           when not ws-richiesta
                continue
           when ws-prima-libera not = spaces
                move ws-prima-libera to link-attrezzatura
           when ws-prima-idonea not = spaces
                move ws-prima-idonea to link-attrezzatura
                set link-occupata to true
           when other
                set link-non-disponibile to true
           end-evaluate.
           goback.

      ***---
       INIT.
           set link-attrezzatura-ok to true.
           move spaces to link-attrezzatura ws-prima-idonea
                          ws-prima-libera.
           set ws-richiesta      to false.
           set ws-stanza-trovata to false.
           move link-durata to ws-durata.
           if ws-durata = 0
              move 78-durata-standard to ws-durata
           end-if.
           move link-ora(1:2) to ws-ora-hh.
           move link-ora(3:2) to ws-ora-mm.
           compute ws-nuovo-inizio = (ws-ora-hh * 60) + ws-ora-mm.
           compute ws-nuovo-fine   = ws-nuovo-inizio + ws-durata.

      ***---
       OPEN-FILES.
           open input attrezzature.
           if status-attrezzature = "35"
              open output attrezzature
              close       attrezzature
              open input  attrezzature
           end-if.
           open input appuntamenti.

      ***---
      * UNA SCANSIONE COMPLETA: GLI APPARECCHI DI UNO STUDIO SONO
      * POCHI.
       CERCA-ATTREZZATURA.
           move low-value to atz-codice.
           start attrezzature key >= atz-codice
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read attrezzature next no lock
                   at end exit perform
              end-read
              perform CONTROLLA-ARTICOLO
              if ws-serve-articolo
                 set ws-richiesta to true
                 perform ESAMINA-ATTREZZATURA
                 if ws-stanza-trovata
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       CONTROLLA-ARTICOLO.
           set ws-serve-articolo to false.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
              if atz-articolo(ws-idx) = link-articolo
                 set ws-serve-articolo to true
                 exit perform
              end-if
           end-perform.

      ***---
       ESAMINA-ATTREZZATURA.
           if atz-fuori-servizio
              exit paragraph
           end-if.
           if atz-scadenza-verifica not = 0 and
              atz-scadenza-verifica < link-data
              exit paragraph
           end-if.
           if atz-studio  not = spaces and
              link-studio not = spaces and
              atz-studio  not = link-studio
              exit paragraph
           end-if.
           if ws-prima-idonea = spaces
              move atz-codice to ws-prima-idonea
           end-if.
           perform CONTROLLA-OCCUPAZIONE.
           if ws-occupata
              exit paragraph
           end-if.
           if link-stanza not = spaces and atz-stanza = link-stanza
              move atz-codice to ws-prima-libera
              set ws-stanza-trovata to true
              exit paragraph
           end-if.
           if ws-prima-libera = spaces
              move atz-codice to ws-prima-libera
           end-if.

      ***---
      * STESSA REGOLA DI ST-APPINSER: DUE INTERVALLI SI ACCAVALLANO
      * QUANDO L'INIZIO DI UNO CADE PRIMA DELLA FINE DELL'ALTRO E
      * VICEVERSA.
       CONTROLLA-OCCUPAZIONE.
           set ws-occupata to false.
           move low-value to app-chiave.
           move link-data to app-data.
           start appuntamenti key >= app-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-data not = link-data
                 exit perform
              end-if
              if app-attrezzatura = atz-codice
                 move app-ora(1:2) to ws-ora-hh
                 move app-ora(3:2) to ws-ora-mm
                 compute ws-riga-inizio =
                         (ws-ora-hh * 60) + ws-ora-mm
                 if app-durata = 0
                    compute ws-riga-fine =
                            ws-riga-inizio + 78-durata-standard
                 else
                    compute ws-riga-fine =
                            ws-riga-inizio + app-durata
                 end-if
                 if ws-nuovo-inizio < ws-riga-fine and
                    ws-riga-inizio  < ws-nuovo-fine
                    set ws-occupata to true
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       CLOSE-FILES.
           close attrezzature appuntamenti.
