       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-creditiecm.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DEL REGISTRO DEI CREDITI FORMATIVI ECM DEGLI
      * OPERATORI (CREDITIECM). LE FUNZIONI (LINK-FUNZIONE):
      *   "I" REGISTRA UN EVENTO: IL PROGRESSIVO LO ASSEGNA IL
      *       PROGRAMMA (ULTIMO DELL'OPERATORE + 1) E TORNA IN
      *       LINK-PROGRESSIVO
      *   "M" MODIFICA
      *   "L" LEGGE
      *   "C" CANCELLA (EVENTO REGISTRATO PER ERRORE)
      * L'OPERATORE DEVE ESISTERE, DATA ED EVENTO SONO OBBLIGATORI.
      * LE VARIAZIONI DEI CREDITI E LE CANCELLAZIONI FINISCONO SU
      * AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "creditiecm.sl".
           copy "operatori.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "creditiecm.fd".
           copy "operatori.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-creditiecm     pic xx.
       77  status-operatori      pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-ultimo-progressivo pic 9(4) value 0.
       77  ws-crediti-prec       pic 9(3)v9.
       77  ws-crediti-ed         pic zz9,9.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
           88 link-cancella      value "C".
       77  link-operatore        pic x(10).
       77  link-progressivo      pic 9(4).
       77  link-data             pic 9(8).
       77  link-evento           pic x(60).
       77  link-provider         pic x(40).
       77  link-crediti          pic 9(3)v9.
       77  link-utente           pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-operatore
                                 link-progressivo link-data
                                 link-evento link-provider
                                 link-crediti link-utente
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-EVENTO
              when link-modifica  perform MODIFICA-EVENTO
              when link-leggi     perform LEGGI-EVENTO
              when link-cancella  perform CANCELLA-EVENTO
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
           if link-operatore = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o creditiecm.
           if status-creditiecm = "35"
              open output creditiecm
              close       creditiecm
              open i-o    creditiecm
           end-if.
           open input operatori.

      ***---
       CONTROLLA-CAMPI.
           if link-data = 0 or link-evento = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-operatore to ope-codice.
           read operatori no lock
                invalid set tutto-ok to false
           end-read.

      ***---
       INSERISCI-EVENTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-PROGRESSIVO.
           initialize rec-creditiecm.
           move link-operatore to ecm-operatore.
           compute ecm-progressivo = ws-ultimo-progressivo + 1.
           perform TRAVASA-CAMPI.
           write rec-creditiecm
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move ecm-progressivo to link-progressivo
              move 0 to ws-crediti-prec
              initialize auditlog-link
              set  aul-inserimento to true
              perform AUDIT-EVENTO
           end-if.

      ***---
       CERCA-ULTIMO-PROGRESSIVO.
           move 0 to ws-ultimo-progressivo.
           move link-operatore to ecm-operatore.
           move 0              to ecm-progressivo.
           start creditiecm key >= ecm-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read creditiecm next no lock at end exit perform end-read
              if ecm-operatore not = link-operatore
                 exit perform
              end-if
              move ecm-progressivo to ws-ultimo-progressivo
           end-perform.

      ***---
       MODIFICA-EVENTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-operatore   to ecm-operatore.
           move link-progressivo to ecm-progressivo.
           read creditiecm
                invalid set tutto-ok to false
            not invalid
                move ecm-crediti to ws-crediti-prec
                perform TRAVASA-CAMPI
                rewrite rec-creditiecm
                        invalid set tutto-ok to false
                end-rewrite
           end-read.
           if tutto-ok and ws-crediti-prec not = ecm-crediti
              initialize auditlog-link
              set  aul-modifica to true
              perform AUDIT-EVENTO
           end-if.

      ***---
       LEGGI-EVENTO.
           move link-operatore   to ecm-operatore.
           move link-progressivo to ecm-progressivo.
           read creditiecm no lock
                invalid set tutto-ok to false
            not invalid
                move ecm-data     to link-data
                move ecm-evento   to link-evento
                move ecm-provider to link-provider
                move ecm-crediti  to link-crediti
           end-read.

      ***---
       CANCELLA-EVENTO.
           move link-operatore   to ecm-operatore.
           move link-progressivo to ecm-progressivo.
           read creditiecm
                invalid set tutto-ok to false
            not invalid
                move ecm-crediti to ws-crediti-prec
                delete creditiecm record
                       invalid set tutto-ok to false
                end-delete
           end-read.
           if tutto-ok
              move 0 to ecm-crediti
              initialize auditlog-link
              set  aul-cancellazione to true
              perform AUDIT-EVENTO
           end-if.

      ***---
       TRAVASA-CAMPI.
           move link-data     to ecm-data.
           move link-evento   to ecm-evento.
           move link-provider to ecm-provider.
           move link-crediti  to ecm-crediti.
           move link-utente   to ecm-utente.

      ***---
      * L'OPERAZIONE (AUL-INSERIMENTO/MODIFICA/CANCELLAZIONE) LA
      * IMPOSTA IL CHIAMANTE DOPO L'INITIALIZE.
       AUDIT-EVENTO.
           move "ST-CREDITIECM"         to aul-programma.
           move "CREDITIECM"            to aul-file-dati.
           move ecm-chiave              to aul-chiave-record.
           move "ECM-CREDITI"           to aul-campo.
           move ws-crediti-prec         to ws-crediti-ed.
           move ws-crediti-ed           to aul-valore-precedente.
           move ecm-crediti             to ws-crediti-ed.
           move ws-crediti-ed           to aul-valore-nuovo.
           move link-utente             to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close creditiecm operatori.
