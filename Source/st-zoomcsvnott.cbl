       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-zoomcsvnott.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PASSO DEL PIANO NOTTURNO (ST-NOTTURNO) CHE ESPORTA IN CSV UNA
      * VISTA SALVATA DELLE GRIGLIE (ZOOMVIST, VEDI ST-ZOOMVISTE)
      * TRAMITE ST-ZOOMCSV: STESSE COLONNE VISIBILI, STESSI FILTRI.
      * PARAMETRO1 = CARTELLA DI DESTINAZIONE, COL SEPARATORE FINALE;
      * PARAMETRO2 = "ARCHIVIO;NOME VISTA" PER UNA VISTA CONDIVISA,
      * OPPURE "ARCHIVIO;NOME VISTA;OPERATORE" PER UNA PERSONALE.
      * IL FILE SI CHIAMA <ARCHIVIO>_<NOME VISTA>.CSV (SPAZI DEL NOME
      * SOSTITUITI DA "_") E SI RIFA' A OGNI GIRO. NON SI MOSTRA
      * NIENTE: GLI ERRORI VANNO SUL GIORNALE DEGLI ERRORI E IL
      * PASSO SI DICHIARA FALLITO ("ESITO-PASSO", VEDI ST-NOTTURNO).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  ws-nome-file          pic x(20).
       77  ws-prefisso           pic x(20).
       77  ws-percorso-csv       pic x(200).
       77  ws-esito              pic xx.
       77  ws-nome-vista-file    pic x(30).
       77  ws-cartella           pic x(200).

      * VISTA DA APPLICARE (VEDI LINK-VISTA IN ST-ZOOMCSV)
       01  ws-vista.
           05 ws-vista-proprietario pic x(10).
           05 ws-vista-nome         pic x(30).
           05 ws-vista-messaggi     pic x.

       LINKAGE SECTION.
      * I DUE PARAMETRI DEL PIANO NOTTURNO (VEDI BATCHJOB)
       77  link-cartella         pic x(200).
       77  link-vista            pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-cartella link-vista.

      ***---
       MAIN-PRG.
           perform INIT.
           if ws-nome-file = spaces or ws-vista-nome = spaces or
              link-cartella = spaces
              initialize errlog-link
              set ell-errore-altro to true
              move link-vista(1:30) to ell-chiave
              move "Parametri del passo incompleti" to ell-messaggio
              perform REGISTRA-ERRORE
              goback
           end-if.
           call "st-zoomcsv" using ws-nome-file ws-prefisso
                                   ws-percorso-csv ws-esito ws-vista.
           cancel "st-zoomcsv".
           if ws-esito not = "OK"
              initialize errlog-link
              set ell-errore-altro to true
              move link-vista(1:30) to ell-chiave
              move "Vista non trovata o archivio non esportabile"
                to ell-messaggio
              perform REGISTRA-ERRORE
           end-if.
           goback.

      ***---
       INIT.
           initialize ws-vista.
           move spaces to ws-nome-file ws-prefisso ws-percorso-csv.
           move "N"    to ws-vista-messaggi.
           unstring link-vista delimited by ";"
                    into ws-nome-file ws-vista-nome
                         ws-vista-proprietario
           end-unstring.
           move link-cartella to ws-cartella.
           move ws-vista-nome to ws-nome-vista-file.
           inspect ws-nome-vista-file
                   replacing trailing spaces by low-value.
           inspect ws-nome-vista-file replacing all " " by "_".
           inspect ws-cartella replacing trailing spaces by low-value.
           string ws-cartella         delimited low-value
                  ws-nome-file        delimited space
                  "_"                 delimited size
                  ws-nome-vista-file  delimited low-value
                  ".csv"              delimited size
             into ws-percorso-csv
           end-string.

      ***---
       REGISTRA-ERRORE.
           move "ST-ZOOMCSVNOTT" to ell-programma.
           move "ESPORTA VISTA"  to ell-paragrafo.
           move "ST-NOTTURNO"    to ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
           initialize errlog-link.
           set environment "ESITO-PASSO" to "KO".
