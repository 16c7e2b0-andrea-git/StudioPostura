       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-abilitazioni.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DELLE ABILITAZIONI DEGLI OPERATORI ALLE
      * PRESTAZIONI (ABILITAZIONI). LE FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE L'ABILITAZIONE DI UN OPERATORE A UN ARTICOLO
      *   "M" MODIFICA (TIPICAMENTE IL RINNOVO DELL'ATTESTATO, CON LA
      *       NUOVA SCADENZA)
      *   "L" LEGGE
      *   "C" CANCELLA (REVOCA DELL'ABILITAZIONE)
      * L'OPERATORE E L'ARTICOLO DEVONO ESISTERE; LA SCADENZA A ZERO
      * = ATTESTATO SENZA SCADENZA. OGNI VARIAZIONE DELLA SCADENZA E
      * OGNI REVOCA FINISCONO SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "abilitazioni.sl".
           copy "operatori.sl".
           copy "articoli.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "abilitazioni.fd".
           copy "operatori.fd".
           copy "articoli.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-abilitazioni   pic xx.
       77  status-operatori      pic xx.
       77  status-articoli       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-scadenza-prec      pic 9(8).

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
           88 link-cancella      value "C".
       77  link-operatore        pic x(10).
       77  link-articolo         pic x(6).
       77  link-titolo           pic x(50).
       77  link-ente             pic x(40).
       77  link-data-conseguimento pic 9(8).
       77  link-data-scadenza    pic 9(8).
       77  link-utente           pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-operatore
                                 link-articolo link-titolo link-ente
                                 link-data-conseguimento
                                 link-data-scadenza link-utente
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-ABILITAZIONE
              when link-modifica  perform MODIFICA-ABILITAZIONE
              when link-leggi     perform LEGGI-ABILITAZIONE
              when link-cancella  perform CANCELLA-ABILITAZIONE
              when other          set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           if link-operatore = spaces or link-articolo = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o abilitazioni.
           if status-abilitazioni = "35"
              open output abilitazioni
              close       abilitazioni
              open i-o    abilitazioni
           end-if.
           open input operatori articoli.

      ***---
       CONTROLLA-CAMPI.
           if link-titolo = spaces or link-data-conseguimento = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-data-scadenza not = 0 and
              link-data-scadenza < link-data-conseguimento
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-operatore to ope-codice.
           read operatori no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-articolo to art-codice.
           read articoli no lock
                invalid set tutto-ok to false
           end-read.

      ***---
       INSERISCI-ABILITAZIONE.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-abilitazioni.
           move link-operatore to abi-operatore.
           move link-articolo  to abi-articolo.
           perform TRAVASA-CAMPI.
           write rec-abilitazioni
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move 0 to ws-scadenza-prec
              initialize auditlog-link
              set  aul-inserimento to true
              perform AUDIT-ABILITAZIONE
           end-if.

      ***---
       MODIFICA-ABILITAZIONE.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-operatore to abi-operatore.
           move link-articolo  to abi-articolo.
           read abilitazioni
                invalid set tutto-ok to false
            not invalid
                move abi-data-scadenza to ws-scadenza-prec
                perform TRAVASA-CAMPI
                rewrite rec-abilitazioni
                        invalid set tutto-ok to false
                end-rewrite
           end-read.
           if tutto-ok and ws-scadenza-prec not = abi-data-scadenza
              initialize auditlog-link
              set  aul-modifica to true
              perform AUDIT-ABILITAZIONE
           end-if.

      ***---
       LEGGI-ABILITAZIONE.
           move link-operatore to abi-operatore.
           move link-articolo  to abi-articolo.
           read abilitazioni no lock
                invalid set tutto-ok to false
            not invalid
                move abi-titolo             to link-titolo
                move abi-ente               to link-ente
                move abi-data-conseguimento to link-data-conseguimento
                move abi-data-scadenza      to link-data-scadenza
           end-read.

      ***---
       CANCELLA-ABILITAZIONE.
           move link-operatore to abi-operatore.
           move link-articolo  to abi-articolo.
           read abilitazioni
                invalid set tutto-ok to false
            not invalid
                move abi-data-scadenza to ws-scadenza-prec
                delete abilitazioni record
                       invalid set tutto-ok to false
                end-delete
           end-read.
           if tutto-ok
              move 0 to abi-data-scadenza
              initialize auditlog-link
              set  aul-cancellazione to true
              perform AUDIT-ABILITAZIONE
           end-if.

      ***---
       TRAVASA-CAMPI.
           move link-titolo             to abi-titolo.
           move link-ente               to abi-ente.
           move link-data-conseguimento to abi-data-conseguimento.
           move link-data-scadenza      to abi-data-scadenza.
           move link-utente             to abi-utente.

      ***---
      * L'OPERAZIONE (AUL-INSERIMENTO/MODIFICA/CANCELLAZIONE) LA
      * IMPOSTA IL CHIAMANTE DOPO L'INITIALIZE.
       AUDIT-ABILITAZIONE.
           move "ST-ABILITAZIONI"       to aul-programma.
           move "ABILITAZIONI"          to aul-file-dati.
           move abi-chiave              to aul-chiave-record.
           move "ABI-DATA-SCADENZA"     to aul-campo.
           move ws-scadenza-prec        to aul-valore-precedente.
           move abi-data-scadenza       to aul-valore-nuovo.
           move link-utente             to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close abilitazioni operatori articoli.
