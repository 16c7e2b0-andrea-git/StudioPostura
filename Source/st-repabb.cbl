       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-repabb.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DEGLI ABBONAMENTI AI REPORT PERIODICI (REPABB):
      * QUALE REPORT, PERIODO RELATIVO, PERIODICITA', SEDE E FINO A
      * CINQUE DESTINATARI EMAIL. LE FUNZIONI SONO QUELLE DI
      * REPABB.LKS. SI ACCETTANO SOLO I REPORT CHE SANNO GIRARE DI
      * NOTTE (RAB-PROGRAMMA-VALIDO), UNA SEDE ESISTENTE IN PARAM E
      * ALMENO UN INDIRIZZO; LA RISCRITTURA CONSERVA L'ESITO
      * DELL'ULTIMO GIRO. L'INVIO VERO E PROPRIO E' DI ST-REPINVIO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "repabb.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "repabb.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-repabb         pic xx.
       77  status-param          pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 nuovo-abbonamento  value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-idx                pic 9(2).
       77  ws-num-email          pic 9(2).
       77  ws-chiocciole         pic 9(2).

       LINKAGE SECTION.
           copy "repabb.lks".

      ******************************************************************
       PROCEDURE DIVISION using repabb-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when ral-scrivi   perform SCRIVI-ABBONAMENTO
              when ral-leggi    perform LEGGI-ABBONAMENTO
              when ral-cancella perform CANCELLA-ABBONAMENTO
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set ral-esito-ok to true
           else
              set ral-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           if not ral-scrivi and ral-codice = 0
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o repabb.
           if status-repabb = "35"
              open output repabb
              close       repabb
              open i-o    repabb
           end-if.
           open input param.

      ***---
       SCRIVI-ABBONAMENTO.
           perform CONTROLLA-DATI.
           if not tutto-ok
              exit paragraph
           end-if.
           set nuovo-abbonamento to false.
           if ral-codice = 0
              perform CERCA-ULTIMO-CODICE
              set nuovo-abbonamento to true
              initialize rec-repabb
           else
              move ral-codice to rab-codice
              read repabb
                   invalid
                      set nuovo-abbonamento to true
                      initialize rec-repabb
              end-read
           end-if.
           move ral-codice      to rab-codice.
           move ral-descrizione to rab-descrizione.
           move ral-programma   to rab-programma.
           move ral-periodo     to rab-periodo.
           move ral-periodicita to rab-periodicita.
           move ral-studio      to rab-studio.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              move ral-email(ws-idx) to rab-email(ws-idx)
           end-perform.
           move ral-abilitato    to rab-abilitato.
           move ral-operatore    to rab-aggiornato-da.
           move ws-data-corrente to rab-data-aggiornamento.
           if nuovo-abbonamento
              write rec-repabb
                    invalid set tutto-ok to false
              end-write
           else
              rewrite rec-repabb
                      invalid set tutto-ok to false
              end-rewrite
           end-if.
           if tutto-ok
              perform AUDIT-ABBONAMENTO
           end-if.

      ***---
      * IL PERIODO DEVE ESSERCI PER TUTTI I REPORT TRANNE LO
      * SCADENZARIO; UN DESTINATARIO SENZA "@" NON E' UN INDIRIZZO.
       CONTROLLA-DATI.
           move ral-programma to rab-programma.
           if not rab-programma-valido
              set tutto-ok to false
              exit paragraph
           end-if.
           move ral-periodicita to rab-periodicita.
           if not rab-giornaliero and not rab-settimanale and
              not rab-mensile
              set tutto-ok to false
              exit paragraph
           end-if.
           move ral-periodo to rab-periodo.
           if ral-programma not = "ST-SCADUTI" and
              not rab-settimana-prec and not rab-mese-prec and
              not rab-anno-in-corso
              set tutto-ok to false
              exit paragraph
           end-if.
           if ral-studio not = spaces
              move ral-studio to prm-studio
              read param no lock
                   invalid
                      set tutto-ok to false
                      exit paragraph
              end-read
           end-if.
           move 0 to ws-num-email.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              if ral-email(ws-idx) not = spaces
                 move 0 to ws-chiocciole
                 inspect ral-email(ws-idx)
                         tallying ws-chiocciole for all "@"
                 if ws-chiocciole not = 1
                    set tutto-ok to false
                    exit perform
                 end-if
                 add 1 to ws-num-email
              end-if
           end-perform.
           if ws-num-email = 0
              set tutto-ok to false
           end-if.

      ***---
       CERCA-ULTIMO-CODICE.
           move 9999 to rab-codice.
           start repabb key <= rab-codice
                 invalid move 0 to rab-codice
             not invalid
                 read repabb previous no lock
                      at end move 0 to rab-codice
                 end-read
           end-start.
           compute ral-codice = rab-codice + 1.

      ***---
       LEGGI-ABBONAMENTO.
           move ral-codice to rab-codice.
           read repabb no lock
                invalid set tutto-ok to false
            not invalid
                move rab-descrizione to ral-descrizione
                move rab-programma   to ral-programma
                move rab-periodo     to ral-periodo
                move rab-periodicita to ral-periodicita
                move rab-studio      to ral-studio
                perform varying ws-idx from 1 by 1 until ws-idx > 5
                   move rab-email(ws-idx) to ral-email(ws-idx)
                end-perform
                move rab-abilitato         to ral-abilitato
                move rab-data-evasa        to ral-data-evasa
                move rab-data-ultimo-giro  to ral-data-ultimo-giro
                move rab-esito-ultimo-giro to ral-esito-ultimo-giro
           end-read.

      ***---
       CANCELLA-ABBONAMENTO.
           move ral-codice to rab-codice.
           read repabb
                invalid set tutto-ok to false
            not invalid
                delete repabb record
                       invalid set tutto-ok to false
                   not invalid
                       perform AUDIT-ABBONAMENTO
                end-delete
           end-read.

      ***---
       AUDIT-ABBONAMENTO.
           initialize auditlog-link.
           move "ST-REPABB"             to aul-programma.
           move "REPABB"                to aul-file-dati.
           evaluate true
           when ral-cancella      set aul-cancellazione to true
           when nuovo-abbonamento set aul-inserimento   to true
           when other             set aul-modifica      to true
           end-evaluate.
           move rab-codice              to aul-chiave-record.
           move "RAB-EMAIL"             to aul-campo.
           move spaces                  to aul-valore-precedente.
           move rab-email(1)            to aul-valore-nuovo.
           move ral-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       CLOSE-FILES.
           close repabb param.
