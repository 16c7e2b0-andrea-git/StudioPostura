       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-attrezzature.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DELL'ANAGRAFICA ATTREZZATURE. LE FUNZIONI
      * (LINK-FUNZIONE):
      *   "I" INSERISCE UN APPARECCHIO
      *   "M" MODIFICA (ANCHE LA MESSA FUORI SERVIZIO A MANO)
      *   "L" LEGGE
      * GLI APPARECCHI NON SI CANCELLANO (SONO RICHIAMATI DAGLI
      * APPUNTAMENTI E DAL REGISTRO MANUTENZIONI): QUELLI DISMESSI SI
      * METTONO FUORI SERVIZIO. LA STANZA, SE INDICATA, DEVE
      * ESISTERE E GLI ARTICOLI ELENCATI PURE. LA SCADENZA DELLA
      * VERIFICA SI IMPOSTA ALL'INSERIMENTO (ULTIMA VERIFICA GIA'
      * FATTA), POI LA AGGIORNA IL REGISTRO (ST-MANUTENZIONI).
      * I CAMBI DI STATO E DI SCADENZA FINISCONO SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "attrezzature.sl".
           copy "stanze.sl".
           copy "articoli.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "attrezzature.fd".
           copy "stanze.fd".
           copy "articoli.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-attrezzature   pic xx.
       77  status-stanze         pic xx.
       77  status-articoli       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-idx                pic 9(2).
       77  ws-stato-prec         pic x(1).
       77  ws-scadenza-prec      pic 9(8).

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
       77  link-codice           pic x(6).
       77  link-descrizione      pic x(50).
       77  link-studio           pic x(4).
       77  link-stanza           pic x(4).
       01  link-articoli.
           05 link-articolo      pic x(6) occurs 10 times.
       77  link-stato            pic x(1).
       77  link-scadenza-verifica pic 9(8).
       77  link-utente           pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-descrizione link-studio
                                 link-stanza link-articoli link-stato
                                 link-scadenza-verifica link-utente
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-ATTREZZATURA
              when link-modifica  perform MODIFICA-ATTREZZATURA
              when link-leggi     perform LEGGI-ATTREZZATURA
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
           if link-codice = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o attrezzature.
           if status-attrezzature = "35"
              open output attrezzature
              close       attrezzature
              open i-o    attrezzature
           end-if.
           open input articoli.
           open input stanze.
           if status-stanze = "35"
              open output stanze
              close       stanze
              open input  stanze
           end-if.

      ***---
       CONTROLLA-CAMPI.
           if link-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-stato to atz-stato.
           if not atz-in-servizio and not atz-fuori-servizio
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-stanza not = spaces
              move link-stanza to sta-codice
              read stanze no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           perform varying ws-idx from 1 by 1
                     until ws-idx > 10 or not tutto-ok
              if link-articolo(ws-idx) not = spaces
                 move link-articolo(ws-idx) to art-codice
                 read articoli no lock
                      invalid set tutto-ok to false
                 end-read
              end-if
           end-perform.

      ***---
       INSERISCI-ATTREZZATURA.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-attrezzature.
           move link-codice to atz-codice.
           perform TRAVASA-CAMPI.
           write rec-attrezzature
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move spaces to ws-stato-prec
              move 0      to ws-scadenza-prec
              perform AUDIT-ATTREZZATURA
           end-if.

      ***---
       MODIFICA-ATTREZZATURA.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-codice to atz-codice.
           read attrezzature
                invalid set tutto-ok to false
            not invalid
                move atz-stato             to ws-stato-prec
                move atz-scadenza-verifica to ws-scadenza-prec
                perform TRAVASA-CAMPI
                rewrite rec-attrezzature
                        invalid set tutto-ok to false
                    not invalid perform AUDIT-ATTREZZATURA
                end-rewrite
           end-read.

      ***---
       LEGGI-ATTREZZATURA.
           move link-codice to atz-codice.
           read attrezzature no lock
                invalid set tutto-ok to false
            not invalid
                move atz-descrizione       to link-descrizione
                move atz-studio            to link-studio
                move atz-stanza            to link-stanza
                move atz-articoli          to link-articoli
                move atz-stato             to link-stato
                move atz-scadenza-verifica to link-scadenza-verifica
           end-read.

      ***---
       TRAVASA-CAMPI.
           move link-descrizione       to atz-descrizione.
           move link-studio            to atz-studio.
           move link-stanza            to atz-stanza.
           move link-articoli          to atz-articoli.
           move link-stato             to atz-stato.
           move link-scadenza-verifica to atz-scadenza-verifica.
           move link-utente            to atz-utente.

      ***---
      * UNA RIGA PER OGNI CAMPO CAMBIATO FRA STATO E SCADENZA DELLA
      * VERIFICA.
       AUDIT-ATTREZZATURA.
           initialize auditlog-link.
           move "ST-ATTREZZATURE"       to aul-programma.
           move "ATTREZZATURE"          to aul-file-dati.
           if link-inserisci
              set aul-inserimento       to true
           else
              set aul-modifica          to true
           end-if.
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
       CLOSE-FILES.
           close attrezzature stanze articoli.
