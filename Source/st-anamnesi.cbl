      * COMPILAZIONE E CONSULTAZIONE DELLA SCHEDA ANAMNESTICA: LA
      * VIDEATA DEDICATA RACCOGLIE I CAMPI STRUTTURATI (MEDICO
      * CURANTE, PATOLOGIE, INTERVENTI, FARMACI, CONTROINDICAZIONI,
      * ATTIVITA' SPORTIVA) PIU' LE NOTE LIBERE E LE CONTROINDICAZIONI
      * CODIFICATE SPUNTATE (TABELLA CONTROIND, DEVONO ESISTERE ED
      * ESSERE ATTIVE) E LI PASSA QUI. LE
      * FUNZIONI (LINK-FUNZIONE):
      *   "S" SALVA UNA NUOVA COMPILAZIONE: DIVENTA LA VERSIONE
      *       SUCCESSIVA, QUELLA PRECEDENTE RESTA INTATTA (LA STORIA
      *       CLINICA NON SI RISCRIVE MAI)
      *   "L" RESTITUISCE LA COMPILAZIONE PIU' RECENTE DEL CLIENTE
      *       (LA CONSULTAZIONE FINISCE SU LETTURE, VEDI ST-LETTURA)
      * OGNI SALVATAGGIO FINISCE SU AUDITLOG. PATOLOGIE, FARMACI E
      * NOTE STANNO SUL FILE CIFRATI (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "anamnesi.sl".
           copy "controind.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "anamnesi.fd".
           copy "controind.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "letture.lks".
           copy "cifra.lks".

       77  status-clienti        pic xx.
       77  status-anamnesi       pic xx.
       77  status-controind      pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-ultima-versione    pic 9(3) value 0.
       77  ws-data-corrente      pic 9(8).
       77  ws-cidx               pic 9(2).

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           05 link-note              pic x(500).
           05 link-data-compilazione pic 9(8).
           05 link-versione          pic 9(3).
           05 link-controind         pic x(4) occurs 10 times.
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
              close       anamnesi
              open i-o    anamnesi
           end-if.
           open input controind.
           if status-controind = "35"
              open output controind
              close       controind
              open input  controind
           end-if.

      ***---
       CERCA-ULTIMA-VERSIONE.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CONTROLLA-CONTROIND.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMA-VERSIONE.
           initialize rec-anamnesi.
           move link-cliente           to ana-cliente.
           move ws-data-corrente       to ana-data-compilazione.
           move link-operatore         to ana-operatore.
           move link-note              to ana-note.
           perform varying ws-cidx from 1 by 1 until ws-cidx > 10
              move link-controind(ws-cidx) to ana-controind(ws-cidx)
           end-perform.
           perform CIFRA-CAMPI.
           write rec-anamnesi
                 invalid set tutto-ok to false
             not invalid
           read anamnesi no lock
                invalid set tutto-ok to false
            not invalid
                perform DECIFRA-CAMPI
                move ana-medico            to link-medico
                move ana-patologie         to link-patologie
                move ana-interventi        to link-interventi
                move ana-note              to link-note
                move ana-data-compilazione to link-data-compilazione
                move ana-versione          to link-versione
                perform varying ws-cidx from 1 by 1 until ws-cidx > 10
                   move ana-controind(ws-cidx)
                     to link-controind(ws-cidx)
                end-perform
           end-read.
           if tutto-ok
              perform TRACCIA-LETTURA
           end-if.

      ***---
       CIFRA-CAMPI.
           initialize cifra-link.
           set  cfl-cifra      to true.
           perform TRATTA-CAMPI.
           move cfl-versione   to ana-versione-chiave.

      ***---
      * UNA VERSIONE DI CHIAVE NON PIU' DISPONIBILE LASCIA I CAMPI
      * A SPAZI: LA LETTURA NON VA A BUON FINE.
       DECIFRA-CAMPI.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move ana-versione-chiave to cfl-versione.
           perform TRATTA-CAMPI.
           if cfl-esito-ko
              set tutto-ok to false
           end-if.

      ***---
       TRATTA-CAMPI.
           move ana-chiave     to cfl-chiave-record.
           move "ANA-PATOLOGIE" to cfl-campo.
           move 200            to cfl-lunghezza.
           move ana-patologie  to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:200) to ana-patologie.
           move "ANA-FARMACI"  to cfl-campo.
           move 200            to cfl-lunghezza.
           move ana-farmaci    to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:200) to ana-farmaci.
           move "ANA-NOTE"     to cfl-campo.
           move 500            to cfl-lunghezza.
           move ana-note       to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:500) to ana-note.
           cancel "st-cifra".

      ***---
       TRACCIA-LETTURA.
           initialize letture-link.
           move "ST-ANAMNESI"  to ltl-programma.
           move link-cliente   to ltl-cliente.
           set  ltl-anamnesi   to true.
           move link-operatore to ltl-operatore.
           call "st-lettura" using letture-link.
           cancel "st-lettura".

      ***---
      * SI SPUNTANO SOLO CONTROINDICAZIONI IN TABELLA E ATTIVE.
       CONTROLLA-CONTROIND.
           perform varying ws-cidx from 1 by 1 until ws-cidx > 10
              if link-controind(ws-cidx) not = spaces
                 move link-controind(ws-cidx) to cti-codice
                 read controind no lock
                      invalid set tutto-ok to false
                  not invalid
                      if not cti-attiva-si
                         set tutto-ok to false
                      end-if
                 end-read
                 if not tutto-ok
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       AUDIT-ANAMNESI.

      ***---
       CLOSE-FILES.
           close clienti anamnesi controind.
