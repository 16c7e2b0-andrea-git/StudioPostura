       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-abilcheck.
       AUTHOR.                          Andrea.
      ******************************************************************
      * VALIDAZIONE DELL'OPERATORE CONTRO LE ABILITAZIONI RICHIESTE
      * DALLA PRESTAZIONE, IL GEMELLO DI ST-TURNICHECK PER I TITOLI:
      * DICE SE L'OPERATORE PUO' ESEGUIRE L'ARTICOLO ALLA DATA DELLA
      * SEDUTA. SE L'ARTICOLO NON E' MARCATO ART-ABILITAZIONE (O NON
      * E' INDICATO, O MANCA L'OPERATORE) NESSUN CONTROLLO. ALTRIMENTI
      * CONTROLLA SU ABILITAZIONI, NELL'ORDINE:
      *   - LA RIGA OPERATORE/ARTICOLO NON ESISTE -> ESITO "NA"
      *   - L'ATTESTATO E' SCADUTO ALLA DATA     -> ESITO "SC"
      * LO USANO ST-APPINSER, ST-APPSERIE, ST-CORSI E ST-PRIMADISP.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "articoli.sl".
           copy "abilitazioni.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "articoli.fd".
           copy "abilitazioni.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-articoli       pic xx.
       77  status-abilitazioni   pic xx.

       77  ws-data               pic 9(8).

       LINKAGE SECTION.
       77  link-operatore        pic x(10).
       77  link-articolo         pic x(6).
      * DATA DELLA SEDUTA (A ZERO = OGGI)
       77  link-data             pic 9(8).
       77  link-esito            pic xx.
           88 link-abilitato     value "OK".
           88 link-non-abilitato value "NA".
           88 link-scaduto       value "SC".

      ******************************************************************
       PROCEDURE DIVISION using link-operatore link-articolo link-data
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if link-operatore not = spaces and
              link-articolo  not = spaces
              perform OPEN-FILES
              perform CONTROLLA-ABILITAZIONE
              perform CLOSE-FILES
           end-if.
           goback.

      ***---
       INIT.
           set link-abilitato to true.
           if link-data = 0
              accept ws-data from century-date
           else
              move link-data to ws-data
           end-if.

      ***---
       OPEN-FILES.
           open input articoli.
           open input abilitazioni.
           if status-abilitazioni = "35"
              open output abilitazioni
              close       abilitazioni
              open input  abilitazioni
           end-if.

      ***---
       CONTROLLA-ABILITAZIONE.
      * UN ARTICOLO SCONOSCIUTO NON SI BLOCCA QUI: LO VALIDA CHI
      * REGISTRA LA PRESTAZIONE.
           move link-articolo to art-codice.
           read articoli no lock
                invalid exit paragraph
           end-read.
           if not art-richiede-abilitazione
              exit paragraph
           end-if.
           move link-operatore to abi-operatore.
           move link-articolo  to abi-articolo.
           read abilitazioni no lock
                invalid
                set link-non-abilitato to true
            not invalid
                if abi-data-scadenza not = 0 and
                   abi-data-scadenza < ws-data
                   set link-scaduto to true
                end-if
           end-read.

      ***---
       CLOSE-FILES.
           close articoli abilitazioni.
