       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-manutenzioni.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRO DELLE MANUTENZIONI E DELLE VERIFICHE DI SICUREZZA
      * ELETTRICA DELLE ATTREZZATURE (MANUTENZIONI). LE FUNZIONI
      * (LINK-FUNZIONE):
      *   "I" REGISTRA UN INTERVENTO: IL PROGRESSIVO LO ASSEGNA IL
      *       PROGRAMMA (ULTIMO DELL'APPARECCHIO + 1) E TORNA IN
      *       LINK-PROGRESSIVO
      *   "L" LEGGE
      * L'INTERVENTO AGGIORNA L'ANAGRAFICA: ESITO NEGATIVO = FUORI
      * SERVIZIO, POSITIVO = DI NUOVO IN SERVIZIO; UNA VERIFICA
      * POSITIVA PORTA LA SUA SCADENZA SU ATZ-SCADENZA-VERIFICA. I
      * CAMBI DI STATO FINISCONO SU AUDITLOG. IL REGISTRO NON SI
      * MODIFICA: UN INTERVENTO SBAGLIATO SI CORREGGE CON UNO NUOVO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "manutenzioni.sl".
           copy "attrezzature.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "manutenzioni.fd".
           copy "attrezzature.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-manutenzioni   pic xx.
       77  status-attrezzature   pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-ultimo-progressivo pic 9(4) value 0.
       77  ws-stato-prec         pic x(1).
       77  ws-scadenza-prec      pic 9(8).

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-leggi         value "L".
       77  link-attrezzatura     pic x(6).
       77  link-progressivo      pic 9(4).
       77  link-data             pic 9(8).
       77  link-tipo             pic x(1).
       77  link-esito-intervento pic x(1).
       77  link-descrizione      pic x(60).
       77  link-ditta            pic x(40).
       77  link-costo            pic s9(5)v99.
       77  link-scadenza         pic 9(8).
       77  link-utente           pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-attrezzatura
                                 link-progressivo link-data link-tipo
                                 link-esito-intervento
                                 link-descrizione link-ditta
                                 link-costo link-scadenza link-utente
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-INTERVENTO
              when link-leggi     perform LEGGI-INTERVENTO
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
           if link-attrezzatura = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o manutenzioni.
           if status-manutenzioni = "35"
              open output manutenzioni
              close       manutenzioni
              open i-o    manutenzioni
           end-if.
           open i-o attrezzature.
           if status-attrezzature = "35"
              open output attrezzature
              close       attrezzature
              open i-o    attrezzature
           end-if.

      ***---
       CONTROLLA-CAMPI.
           if link-data = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-tipo             to mnt-tipo.
           move link-esito-intervento to mnt-esito.
           if not mnt-manutenzione and not mnt-verifica
              set tutto-ok to false
              exit paragraph
           end-if.
           if not mnt-positivo and not mnt-negativo
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-attrezzatura to atz-codice.
           read attrezzature
                invalid set tutto-ok to false
           end-read.

      ***---
       INSERISCI-INTERVENTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-PROGRESSIVO.
           initialize rec-manutenzioni.
           move link-attrezzatura     to mnt-attrezzatura.
           compute mnt-progressivo = ws-ultimo-progressivo + 1.
           move link-data             to mnt-data.
           move link-tipo             to mnt-tipo.
           move link-esito-intervento to mnt-esito.
           move link-descrizione      to mnt-descrizione.
           move link-ditta            to mnt-ditta.
           move link-costo            to mnt-costo.
           move link-scadenza         to mnt-scadenza.
           move link-utente           to mnt-utente.
           write rec-manutenzioni
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move mnt-progressivo to link-progressivo
              perform AGGIORNA-ATTREZZATURA
           end-if.

      ***---
       CERCA-ULTIMO-PROGRESSIVO.
           move 0 to ws-ultimo-progressivo.
           move link-attrezzatura to mnt-attrezzatura.
           move 0                 to mnt-progressivo.
           start manutenzioni key >= mnt-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read manutenzioni next no lock
                   at end exit perform
              end-read
              if mnt-attrezzatura not = link-attrezzatura
                 exit perform
              end-if
              move mnt-progressivo to ws-ultimo-progressivo
           end-perform.

      ***---
      * IL RECORD DELL'APPARECCHIO E' GIA' IN MEMORIA (E BLOCCATO)
      * DALLA LETTURA DI CONTROLLA-CAMPI.
       AGGIORNA-ATTREZZATURA.
           move atz-stato             to ws-stato-prec.
           move atz-scadenza-verifica to ws-scadenza-prec.
           if mnt-negativo
              set atz-fuori-servizio to true
           else
              set atz-in-servizio    to true
              if mnt-verifica and mnt-scadenza not = 0
                 move mnt-scadenza to atz-scadenza-verifica
              end-if
           end-if.
           move link-utente to atz-utente.
           rewrite rec-attrezzature
                   invalid set tutto-ok to false
           end-rewrite.
           if tutto-ok
              perform AUDIT-ATTREZZATURA
           end-if.

      ***---
      * COME IN ST-ATTREZZATURE: UNA RIGA PER OGNI CAMPO CAMBIATO.
       AUDIT-ATTREZZATURA.
           initialize auditlog-link.
           move "ST-MANUTENZIONI"       to aul-programma.
           move "ATTREZZATURE"          to aul-file-dati.
           set  aul-modifica            to true.
           move atz-codice              to aul-chiave-record.
           move link-utente             to aul-operatore.
           if ws-stato-prec not = atz-stato
              move "ATZ-STATO"          to aul-campo
              move ws-stato-prec        to aul-valore-precedente
              move atz-stato            to aul-valore-nuovo
              call "st-audit" using auditlog-link
              cancel "st-audit"
           end-if.
           if ws-scadenza-prec not = atz-scadenza-verifica
              move "ATZ-SCAD-VERIFICA"  to aul-campo
              move ws-scadenza-prec     to aul-valore-precedente
              move atz-scadenza-verifica to aul-valore-nuovo
              call "st-audit" using auditlog-link
              cancel "st-audit"
           end-if.

      ***---
       LEGGI-INTERVENTO.
           move link-attrezzatura to mnt-attrezzatura.
           move link-progressivo  to mnt-progressivo.
           read manutenzioni no lock
                invalid set tutto-ok to false
            not invalid
                move mnt-data        to link-data
                move mnt-tipo        to link-tipo
                move mnt-esito       to link-esito-intervento
                move mnt-descrizione to link-descrizione
                move mnt-ditta       to link-ditta
                move mnt-costo       to link-costo
                move mnt-scadenza    to link-scadenza
           end-read.

      ***---
       CLOSE-FILES.
           close manutenzioni attrezzature.
