       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-icalnott.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PASSO DEL PIANO NOTTURNO (ST-NOTTURNO) CHE RIFA' L'AGENDA
      * ICALENDAR DI OGNI OPERATORE ATTIVO (VEDI ST-ICAL, FUNZIONE
      * "O"): PARAMETRO1 = CARTELLA DEI FILE .ICS, COL SEPARATORE
      * FINALE, DA CUI I CALENDARI DEGLI OPERATORI SI ABBONANO;
      * PARAMETRO2 = GIORNI DA ESPORTARE A PARTIRE DA OGGI (A SPAZI
      * 30, AL MASSIMO 180). GLI ERRORI LI REGISTRA ST-ICAL SUL
      * GIORNALE DEGLI ERRORI; QUI NON SI MOSTRA NIENTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "operatori.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "operatori.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "ical.lks".

       77  status-operatori      pic xx.

       78  78-giorni-default     value 30.
       78  78-giorni-massimo     value 180.

       77  ws-giorni             pic 9(3).
       77  ws-giorni-x           pic x(3).
       77  ws-giorni-lun         pic 9(2).

       LINKAGE SECTION.
      * I DUE PARAMETRI DEL PIANO NOTTURNO (VEDI BATCHJOB)
       77  link-cartella         pic x(200).
       77  link-giorni           pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-cartella link-giorni.

      ***---
       MAIN-PRG.
           perform INIT.
           open input operatori.
           move low-value to ope-codice.
           start operatori key >= ope-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read operatori next at end exit perform end-read
              if ope-attivo
                 perform ESPORTA-OPERATORE
              end-if
           end-perform.
           close operatori.
           cancel "st-ical".
           goback.

      ***---
       INIT.
           move 78-giorni-default to ws-giorni.
           move spaces to ws-giorni-x.
           move 0      to ws-giorni-lun.
           unstring link-giorni delimited by space
                    into ws-giorni-x count in ws-giorni-lun
           end-unstring.
           if ws-giorni-lun > 0 and ws-giorni-lun <= 3
              if ws-giorni-x(1:ws-giorni-lun) is numeric
                 move ws-giorni-x(1:ws-giorni-lun) to ws-giorni
              end-if
           end-if.
           if ws-giorni = 0
              move 78-giorni-default to ws-giorni
           end-if.
           if ws-giorni > 78-giorni-massimo
              move 78-giorni-massimo to ws-giorni
           end-if.

      ***---
       ESPORTA-OPERATORE.
           initialize ical-link.
           set  icl-agenda-operatore to true.
           move ope-codice            to icl-operatore.
           move 0                     to icl-data-da.
           move ws-giorni             to icl-giorni.
           move link-cartella         to icl-cartella.
           move "ST-NOTTURNO"         to icl-utente.
           call "st-ical" using ical-link.
