       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-lettura.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRATORE DELLE CONSULTAZIONI DEI DATI SANITARI: OGNI
      * PROGRAMMA CHE MOSTRA ANAMNESI, DIARIO, RILEVAZIONI, FOTO O
      * REFERTO DI UN CLIENTE CHIAMA QUESTO PROGRAMMA UNA VOLTA PER
      * APERTURA, PASSANDO CHI/COSA/DI CHI ATTRAVERSO LETTURE-LINK.
      * DATA, ORA E POSTAZIONE LE METTE IL REGISTRATORE; LA RIGA
      * VIENE SOLO ACCODATA SU LETTURE, MAI MODIFICATA NE' CANCELLATA.
      * SENZA CLIENTE NON SI REGISTRA NIENTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "letture.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "letture.fd".

       WORKING-STORAGE SECTION.
           COPY "acucobol.def".

       77  status-letture        pic xx.
       77  ws-ultimo-progressivo pic 9(4) value 0.
       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).

       LINKAGE SECTION.
           copy "letture.lks".

      ******************************************************************
       PROCEDURE DIVISION using letture-link.

      ***---
       MAIN-PRG.
           if ltl-cliente = spaces
              goback
           end-if.
           open i-o letture.
           if status-letture = "35"
              open output letture
              close       letture
              open i-o    letture
           end-if.

           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           accept system-information from system-info.
           perform CERCA-PROSSIMO-PROGRESSIVO.

           move ws-data-corrente   to let-data.
           move ws-ora-corrente    to let-ora.
           move ltl-cliente        to let-cliente.
           move ltl-operatore      to let-operatore.
           move sys-info-node-name to let-postazione.
           move ltl-tipo-dato      to let-tipo-dato.
           move ltl-programma      to let-programma.

           write rec-letture
                 invalid continue
           end-write.

           close letture.
           goback.

      ***---
       CERCA-PROSSIMO-PROGRESSIVO.
      * DUE APERTURE NELLO STESSO SECONDO (PIU' POSTAZIONI O PIU'
      * DATI DELLO STESSO CLIENTE) SI DISTINGUONO COL PROGRESSIVO,
      * L'ULTIMO GIA' USATO PER QUESTA DATA/ORA PIU' UNO.
           move 0                to ws-ultimo-progressivo.
           move ws-data-corrente to let-data.
           move ws-ora-corrente  to let-ora.
           move 0                to let-progressivo.
           start letture key >= let-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read letture next at end exit perform end-read
              if let-data not = ws-data-corrente or
                 let-ora  not = ws-ora-corrente
                 exit perform
              end-if
              move let-progressivo to ws-ultimo-progressivo
           end-perform.
           add 1 to ws-ultimo-progressivo.
           move ws-ultimo-progressivo to let-progressivo.
