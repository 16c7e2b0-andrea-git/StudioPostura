      * DELLA SEDE DEL CLIENTE. OGNI PROMEMORIA GENERATO VIENE
      * REGISTRATO IN COMUNICAZIONI VIA ST-COMLOG, COSI' LO STORICO
      * DEI CONTATTI RESTA COMPLETO.
      * IN CODA ALLA RIGA, COME QUINTO CAMPO, IL PERCORSO DEL FILE
      * .ICS DELL'APPUNTAMENTO (VEDI ST-ICAL), SCRITTO NELLA STESSA
      * CARTELLA DEL FILE DEI PROMEMORIA PERCHE' IL GATEWAY LO
      * ALLEGHI; A VUOTO SE NON E' STATO POSSIBILE PRODURLO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       fd  promemoria
           label record is omitted.
       01  rec-promemoria              pic x(600).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "comlog.lks".
           copy "ical.lks".
           copy "errlog.lks".

       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.
       77  ws-num-promemoria     pic 9(4) value 0.
       77  ws-num-promemoria-z   pic zzz9.
       77  messaggio             pic x(150) value spaces.
       77  ws-cartella-ics       pic x(160).
       77  ws-percorso-ics       pic x(200).
       77  ws-pdx                pic 9(3).

      * CALCOLO DI "DOMANI" SUL CALENDARIO VERO (COME ST-SCADGEN)
       01  ws-giorni-mese-tab.
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-data             pic 9(8).
       77  link-percorso-file    pic x(200).

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              display message
                      "In addestramento non si trasmette nulla."
              set link-esito-ko to true
              goback
           end-if.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
           else
              perform CALCOLA-DOMANI
           end-if.
           perform CALCOLA-CARTELLA-ICS.

      ***---
      * LA CARTELLA DEI .ICS E' QUELLA DEL FILE DEI PROMEMORIA,
      * SEPARATORE FINALE COMPRESO.
       CALCOLA-CARTELLA-ICS.
           move spaces to ws-cartella-ics.
           perform varying ws-pdx from 200 by -1 until ws-pdx = 0
              if ws-percorso-file(ws-pdx:1) = "\" or
                 ws-percorso-file(ws-pdx:1) = "/"
                 exit perform
              end-if
           end-perform.
           if ws-pdx > 0 and ws-pdx <= 160
              move ws-percorso-file(1:ws-pdx) to ws-cartella-ics
           end-if.

      ***---
      * DOMANI = OGGI PIU' UN GIORNO, CON CAMBIO MESE/ANNO E FEBBRAIO
           open input appuntamenti clienti param.
           open output promemoria.
           if status-promemoria not = "00"
              move "OPEN-FILES"      to ell-paragrafo
              move "PROMEMORIA"      to ell-file
              move status-promemoria to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           else
              set file-aperto to true
           inspect cli-ragsoc replacing trailing low-value by spaces.
           inspect prm-ragsoc replacing trailing low-value by spaces.

           perform ALLEGA-CALENDARIO.
           inspect cli-cell  replacing trailing spaces by low-value.
           inspect cli-email replacing trailing spaces by low-value.
           inspect ws-messaggio
                   replacing trailing spaces by low-value.
           initialize rec-promemoria.
           string cli-cell        delimited low-value
                  ";"             delimited size
                  cli-email       delimited low-value
                  ";"             delimited size
                  ws-ora-testo    delimited size
                  ";"             delimited size
                  ws-messaggio    delimited low-value
                  ";"             delimited size
                  ws-percorso-ics delimited space
             into rec-promemoria
           end-string.
           inspect cli-cell  replacing trailing low-value by spaces.
           add 1 to ws-num-promemoria.
           perform REGISTRA-CONTATTO.

      ***---
       ALLEGA-CALENDARIO.
           move spaces to ws-percorso-ics.
           if ws-cartella-ics = spaces
              exit paragraph
           end-if.
           initialize ical-link.
           set  icl-cliente     to true.
           move app-data        to icl-data.
           move app-ora         to icl-ora.
           move app-progressivo to icl-progressivo.
           move ws-cartella-ics to icl-cartella.
           call "st-ical" using ical-link.
           if icl-esito-ok
              move icl-percorso-ics to ws-percorso-ics
           end-if.

      ***---
       REGISTRA-CONTATTO.
           initialize comlog-link.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-APPPROMEM"     to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           cancel "st-ical".
           close appuntamenti clienti param.
           if file-aperto
              close promemoria
