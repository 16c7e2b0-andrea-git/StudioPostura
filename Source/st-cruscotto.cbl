      *   - SCADENZE ATTIVE IN ARRIVO ENTRO 7 GIORNI (SCADENZE)
      *   - LAVORI DI STAMPA FALLITI IN CODA (SPOOLQ)
      *   - ARTICOLI SOTTO LA SOGLIA DI RIORDINO (ARTICOLI/MOVMAG)
      *   - EVENTI AVVERSI CON LE AZIONI CORRETTIVE ANCORA APERTE
      *     (EVENTIAVV, I PIU' VECCHI IN ELENCO)
      * TORNA TUTTO NELLA STRUTTURA DI COLLEGAMENTO E, PER LE
      * POSTAZIONI SENZA LA VIDEATA NUOVA, COMPONE ANCHE IL
      * RIEPILOGO A MESSAGGIO. ALLA DOMANDA "VA TUTTO BENE?" SI
           copy "spoolq.sl".
           copy "articoli.sl".
           copy "movmag.sl".
           copy "eventiavv.sl".

      *****************************************************************
       DATA DIVISION.
           copy "spoolq.fd".
           copy "articoli.fd".
           copy "movmag.fd".
           copy "eventiavv.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
       77  status-spoolq         pic xx.
       77  status-articoli       pic xx.
       77  status-movmag         pic xx.
       77  status-eventiavv      pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  ws-scad-z             pic zz9.
       77  ws-spool-z            pic z9.
       77  ws-soglia-z           pic zz9.
       77  ws-eventi-z           pic zz9.
       77  ws-diff-dply          PIC ---.--9,99.
       77  messaggio             pic x(300) value spaces.

           05 link-spool-falliti  pic 9(2).
      * MAGAZZINO
           05 link-sottoscorta    pic 9(3).
      * EVENTI AVVERSI APERTI (ELENCO DEI PRIMI 10)
           05 link-eventi-aperti  pic 9(3).
           05 link-evento occurs 10 times.
              10 link-eva-numero      pic 9(6).
              10 link-eva-data        pic 9(8).
              10 link-eva-tipo        pic x(1).
              10 link-eva-gravita     pic x(1).
              10 link-eva-azioni      pic x(60).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
              perform CONTA-SCADENZE-SETTIMANA
              perform CONTA-SPOOL-FALLITI
              perform CONTA-SOTTOSCORTA
              perform CARICA-EVENTI-APERTI
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              close       movmag
              open input  movmag
           end-if.
           open input eventiavv.
           if status-eventiavv = "35"
              open output eventiavv
              close       eventiavv
              open input  eventiavv
           end-if.

      ***---
       CONTA-APPUNTAMENTI-OGGI.
              add mov-qta to ws-giacenza
           end-perform.

      ***---
      * GLI EVENTI ANCORA APERTI SI CONTANO TUTTI; IN ELENCO VANNO I
      * PIU' VECCHI, CHE SONO QUELLI DA SOLLECITARE.
       CARICA-EVENTI-APERTI.
           move low-value to eva-numero.
           start eventiavv key >= eva-numero
                 invalid continue
           end-start.
           perform until 1 = 2
              read eventiavv next at end exit perform end-read
              if eva-aperto
                 add 1 to link-eventi-aperti
                 if link-eventi-aperti <= 10
                    move eva-numero
                      to link-eva-numero(link-eventi-aperti)
                    move eva-data
                      to link-eva-data(link-eventi-aperti)
                    move eva-tipo
                      to link-eva-tipo(link-eventi-aperti)
                    move eva-gravita
                      to link-eva-gravita(link-eventi-aperti)
                    move eva-azioni(1:60)
                      to link-eva-azioni(link-eventi-aperti)
                 end-if
              end-if
           end-perform.

      ***---
      * APPROSSIMAZIONE COMMERCIALE (MESI DA 30 GIORNI), COME
      * ST-SCADUTI: PER UNA FINESTRA DI 7 GIORNI BASTA.
           move link-scadenze-num  to ws-scad-z.
           move link-spool-falliti to ws-spool-z.
           move link-sottoscorta   to ws-soglia-z.
           move link-eventi-aperti to ws-eventi-z.
           move link-chiusura-diff to ws-diff-dply.
           string "Differenza ultima chiusura cassa:"
                                      delimited size
                  X"0D0A"             delimited size
                  "Articoli sottoscorta: " delimited size
                  ws-soglia-z         delimited size
                  X"0D0A"             delimited size
                  "Eventi avversi aperti: " delimited size
                  ws-eventi-z         delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
      ***---
       CLOSE-FILES.
           close appuntamenti chiucassa esibatch scadenze spoolq
                 articoli movmag eventiavv.
