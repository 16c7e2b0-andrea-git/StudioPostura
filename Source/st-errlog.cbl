       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-errlog.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRATORE DEGLI ERRORI DI ESECUZIONE: OGNI PROGRAMMA CHE
      * INCONTRA UN ERRORE DI FILE (STATUS ANOMALO), UN FONT MANCANTE
      * O UNA STAMPANTE NON DISPONIBILE, PRIMA DI AVVISARE L'UTENTE,
      * CHIAMA QUESTO PROGRAMMA PASSANDO DOVE E COSA ATTRAVERSO
      * ERRLOG-LINK. DATA, ORA E POSTAZIONE LE METTE IL REGISTRATORE;
      * L'OPERATORE, SE IL CHIAMANTE NON LO CONOSCE, E' QUELLO CHE
      * ST-LOGIN HA LASCIATO NELL'AMBIENTE ("OPERATORE") ALL'ULTIMO
      * ACCESSO RIUSCITO. LA RIGA VIENE SOLO ACCODATA SU ERRLOG, MAI
      * MODIFICATA NE' CANCELLATA. IL REGISTRATORE NON SEGNALA NIENTE
      * A SUA VOLTA: SE NON RIESCE A SCRIVERE LASCIA PERDERE, IL
      * MESSAGGIO ALL'UTENTE LO DA' COMUNQUE IL CHIAMANTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "errlog.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
           COPY "acucobol.def".

       77  status-errlog         pic xx.
       77  ws-ultimo-progressivo pic 9(4) value 0.
       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).

       LINKAGE SECTION.
           copy "errlog.lks".

      ******************************************************************
       PROCEDURE DIVISION using errlog-link.

      ***---
       MAIN-PRG.
           if ell-programma = spaces
              goback
           end-if.
           open i-o errlog.
           if status-errlog = "35"
              open output errlog
              close       errlog
              open i-o    errlog
           end-if.
           if status-errlog not = "00"
              goback
           end-if.

           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           accept system-information from system-info.
           if ell-operatore = spaces
              accept ell-operatore from environment "OPERATORE"
           end-if.
           perform CERCA-PROSSIMO-PROGRESSIVO.

           move ws-data-corrente   to elg-data.
           move ws-ora-corrente    to elg-ora.
           move ell-programma      to elg-programma.
           move ell-paragrafo      to elg-paragrafo.
           move ell-tipo           to elg-tipo.
           if elg-tipo = spaces
              set elg-errore-altro to true
           end-if.
           move ell-file           to elg-file.
           move ell-status         to elg-status.
           move ell-chiave         to elg-chiave-record.
           move ell-messaggio      to elg-messaggio.
           inspect elg-messaggio replacing all low-value by space.
           move ell-operatore      to elg-operatore.
           move sys-info-node-name to elg-postazione.

           write rec-errlog
                 invalid continue
           end-write.

           close errlog.
           goback.

      ***---
       CERCA-PROSSIMO-PROGRESSIVO.
      * PIU' ERRORI NELLO STESSO SECONDO (UN ERRORE DI FILE CHE NE
      * TRASCINA ALTRI, PIU' POSTAZIONI) SI DISTINGUONO COL
      * PROGRESSIVO, L'ULTIMO GIA' USATO PER QUESTA DATA/ORA PIU' UNO.
           move 0                to ws-ultimo-progressivo.
           move ws-data-corrente to elg-data.
           move ws-ora-corrente  to elg-ora.
           move 0                to elg-progressivo.
           start errlog key >= elg-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read errlog next at end exit perform end-read
              if elg-data not = ws-data-corrente or
                 elg-ora  not = ws-ora-corrente
                 exit perform
              end-if
              move elg-progressivo to ws-ultimo-progressivo
           end-perform.
           add 1 to ws-ultimo-progressivo.
           move ws-ultimo-progressivo to elg-progressivo.
