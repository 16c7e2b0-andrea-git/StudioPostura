      * SCADENZA PESA SULLA SETTIMANA GIUSTA, NON SU QUELLA TEORICA.
      * LE RATE GIA' SCADUTE ENTRANO NELLA PRIMA SETTIMANA; QUELLE
      * OLTRE L'ORIZZONTE SI ACCUMULANO NELLA RIGA "OLTRE".
      * TRA LE USCITE ENTRANO ANCHE LE SCADENZE PREVISIONALI DEI
      * CONTRATTI PASSIVI RICORRENTI (SCADPREV) NON ANCORA ABBINATE
      * A UNA FATTURA: AFFITTI E CANONI PESANO SULLA SETTIMANA GIUSTA
      * ANCHE PRIMA CHE LA FATTURA ARRIVI. QUELLE ABBINATE NO, PERCHE'
      * A QUEL PUNTO LA RATA VERA E' GIA' IN SCADPASS.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
           copy "scadenze.sl".
           copy "scadpass.sl".
           copy "scadprev.sl".
           copy "incassi.sl".
           copy "tfatture.sl".
           copy "param.sl".
       FILE SECTION.
           copy "scadenze.fd".
           copy "scadpass.fd".
           copy "scadprev.fd".
           copy "incassi.fd".
           copy "tfatture.fd".
           copy "param.fd".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-scadenze       pic xx.
       77  status-scadpass       pic xx.
       77  status-scadprev       pic xx.
       77  status-incassi        pic xx.
       77  status-tfatture       pic xx.
       77  status-param          pic xx.
              perform CARICA-RITARDI-CLIENTI
              perform ACCUMULA-ENTRATE
              perform ACCUMULA-USCITE
              perform ACCUMULA-USCITE-PREVISTE
              perform STAMPA
              perform CLOSE-FILES
           end-if.
              close       scadpass
              open input  scadpass
           end-if.
           open input scadprev.
           if status-scadprev = "35"
              open output scadprev
              close       scadprev
              open input  scadprev
           end-if.
           open input incassi.
           if status-incassi = "35"
              open output incassi
              add scp-importo to ws-set-uscite(ws-sidx)
           end-perform.

      ***---
       ACCUMULA-USCITE-PREVISTE.
           move low-value to spr-chiave.
           start scadprev key >= spr-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read scadprev next at end exit perform end-read
              if spr-prevista
                 move spr-data-scadenza to ws-cal-data
                 perform CONVERTI-DATA-A-SERIALE
                 move ws-cal-seriale to ws-seriale-rata
                 perform CALCOLA-SETTIMANA
                 add spr-importo to ws-set-uscite(ws-sidx)
              end-if
           end-perform.

      ***---
       CALCOLA-SETTIMANA.
      * LE RATE GIA' SCADUTE CADONO NELLA PRIMA SETTIMANA (SONO

           display message messaggio.

           initialize errlog-link.
           move "ST-CASSAPREV"    to ell-programma.
           move "CARICA-FONT"     to ell-paragrafo.
           set ell-errore-font    to true.
           string "Font "         delimited size
                  wfont-name      delimited low-value
                  " dimensione "  delimited size
                  font-size-dply  delimited size
                  " non installato" delimited size
             into ell-messaggio.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close scadenze scadpass scadprev incassi tfatture param.

      ***---
       EXIT-PGM.
