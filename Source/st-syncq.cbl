
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-synccoda       pic xx.
       77  status-clienti        pic xx.
       77  ws-coda-operazione    pic x(1).
       77  ws-coda-chiave        pic x(20).

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
           copy "auditlog.lks".


      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * REPLICA NIENTE VERSO LE ALTRE SEDI.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              goback
           end-if.
           move spaces to ws-sede.
           accept ws-sede from environment "SEDE".
           if ws-sede = spaces
              open i-o    synccoda
           end-if.
           if status-synccoda not = "00"
              move "ACCODA-SU-SYNCCODA" to ell-paragrafo
              move "SYNCCODA"           to ell-file
              move status-synccoda      to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
      * IL RECORD A PROGRESSIVO ZERO TIENE IL CONTATORE IN SYN-DATA
       ACCODA-RIGHE-RFATTURE.
           open input rfatture.
           if status-rfatture not = "00"
              move "ACCODA-RIGHE-RFATTURE" to ell-paragrafo
              move "RFATTURE"              to ell-file
              move status-rfatture         to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
           move aul-chiave-record(1:10) to rfa-chiave.
       ACCODA-RIGHE-RCORRISP.
           open input rcorrisp.
           if status-rcorrisp not = "00"
              move "ACCODA-RIGHE-RCORRISP" to ell-paragrafo
              move "RCORRISP"              to ell-file
              move status-rcorrisp         to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
           move aul-chiave-record(1:10) to rco-chiave.
       ACCODA-RIGHE-RNOTACR.
           open input rnotacr.
           if status-rnotacr not = "00"
              move "ACCODA-RIGHE-RNOTACR" to ell-paragrafo
              move "RNOTACR"              to ell-file
              move status-rnotacr         to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
           move aul-chiave-record(1:10) to rno-chiave.
              perform ACCODA-SU-SYNCCODA
           end-perform.
           close rnotacr.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-SYNCQ"         to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
