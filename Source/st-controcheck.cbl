       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-controcheck.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CONTROLLO DELLE CONTROINDICAZIONI FRA L'ANAMNESI DEL CLIENTE
      * E LA PRESTAZIONE, IL GEMELLO DI ST-ABILCHECK PER IL CLIENTE:
      * DICE SE IL CLIENTE PUO' RICEVERE L'ARTICOLO. SI CONFRONTANO
      * LE CONTROINDICAZIONI SPUNTATE SULL'ULTIMA VERSIONE
      * DELL'ANAMNESI (ANA-CONTROIND) CON QUELLE CHE ESCLUDONO
      * L'ARTICOLO (ART-CONTROIND); CONTANO SOLO QUELLE ANCORA
      * ATTIVE IN TABELLA (CONTROIND). ESITI:
      *   "OK" NESSUNA CONTROINDICAZIONE (O ARTICOLO NON INDICATO,
      *        O CLIENTE SENZA ANAMNESI)
      *   "CI" CONTROINDICAZIONE: LA PRIMA TROVATA TORNA IN
      *        LINK-CONTROIND, LA DESCRIZIONE IN LINK-DESCRIZIONE
      * IL BLOCCO E LA FORZATURA DEL SUPERVISORE LI GESTISCE IL
      * CHIAMANTE: ST-APPINSER, ST-APPSERIE, ST-PIANO E
      * ST-APPCHIUSURA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "anamnesi.sl".
           copy "articoli.sl".
           copy "controind.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "anamnesi.fd".
           copy "articoli.fd".
           copy "controind.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-anamnesi       pic xx.
       77  status-articoli       pic xx.
       77  status-controind      pic xx.

       77  ws-aidx               pic 9(2).
       77  ws-cidx               pic 9(2).
       77  ws-ultima-versione    pic 9(3).

       LINKAGE SECTION.
       77  link-cliente          pic x(6).
       77  link-articolo         pic x(6).
       77  link-controind        pic x(4).
       77  link-descrizione      pic x(50).
       77  link-esito            pic xx.
           88 link-nessuna       value "OK".
           88 link-controindicato value "CI".

      ******************************************************************
       PROCEDURE DIVISION using link-cliente link-articolo
                                 link-controind link-descrizione
                                 link-esito.

      ***---
       MAIN-PRG.
           set link-nessuna to true.
           move spaces to link-controind link-descrizione.
           if link-cliente  not = spaces and
              link-articolo not = spaces
              perform OPEN-FILES
              perform CONTROLLA-CONTROINDICAZIONI
              perform CLOSE-FILES
           end-if.
           goback.

      ***---
       OPEN-FILES.
           open input articoli.
           open input anamnesi.
           if status-anamnesi = "35"
              open output anamnesi
              close       anamnesi
              open input  anamnesi
           end-if.
           open input controind.
           if status-controind = "35"
              open output controind
              close       controind
              open input  controind
           end-if.

      ***---
      * UN ARTICOLO SCONOSCIUTO NON SI BLOCCA QUI: LO VALIDA CHI
      * REGISTRA LA PRESTAZIONE.
       CONTROLLA-CONTROINDICAZIONI.
           move link-articolo to art-codice.
           read articoli no lock
                invalid exit paragraph
           end-read.
           perform LEGGI-ULTIMA-ANAMNESI.
           if ws-ultima-versione = 0
              exit paragraph
           end-if.
           perform varying ws-aidx from 1 by 1 until ws-aidx > 10
              if ana-controind(ws-aidx) not = spaces
                 perform CONFRONTA-ARTICOLO
                 if link-controindicato
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
      * L'ULTIMA VERSIONE E' QUELLA CORRENTE: SI LEGGE IN AVANTI
      * FINO ALL'ULTIMA DEL CLIENTE E SI RILEGGE QUELLA.
       LEGGI-ULTIMA-ANAMNESI.
           move 0 to ws-ultima-versione.
           move low-value    to ana-chiave.
           move link-cliente to ana-cliente.
           start anamnesi key >= ana-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read anamnesi next no lock at end exit perform end-read
              if ana-cliente not = link-cliente
                 exit perform
              end-if
              move ana-versione to ws-ultima-versione
           end-perform.
           if ws-ultima-versione not = 0
              move link-cliente       to ana-cliente
              move ws-ultima-versione to ana-versione
              read anamnesi no lock
                   invalid move 0 to ws-ultima-versione
              end-read
           end-if.

      ***---
       CONFRONTA-ARTICOLO.
           perform varying ws-cidx from 1 by 1 until ws-cidx > 10
              if art-controind(ws-cidx) = ana-controind(ws-aidx)
                 move ana-controind(ws-aidx) to cti-codice
                 read controind no lock
                      invalid continue
                  not invalid
                      if cti-attiva-si
                         set link-controindicato to true
                         move cti-codice      to link-controind
                         move cti-descrizione to link-descrizione
                      end-if
                 end-read
                 exit perform
              end-if
           end-perform.

      ***---
       CLOSE-FILES.
           close anamnesi articoli controind.
