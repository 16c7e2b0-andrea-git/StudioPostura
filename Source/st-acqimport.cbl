      *     SE PIU' RIEPILOGHI PORTANO ALIQUOTE DIVERSE: QUESTO
      *     GESTIONALE REGISTRA UN SOLO CODICE IVA PER DOCUMENTO
      *   - REGISTRA TESTATA E RIGHE CON ST-FATACQ (LE RIGHE ENTRANO
      *     A SOLO IMPORTO, CON IL PREZZO TOTALE DI LINEA), CON LA
      *     RITENUTA D'ACCONTO SE IL DOCUMENTO PORTA DATIRITENUTA
      * I FILE CHE NON SI RIESCONO A MAPPARE ESCONO SU TABULATO CON
      * IL MOTIVO, RIGA PER RIGA, COME FA ST-CLIIMPORT CON I SUOI
      * SCARTI. IL TRACCIATO ATTESO E' UN TAG PER RIGA (COME I FILE
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-fornitori      pic xx.
       77  status-tfatacq        pic xx.
       77  ws-for-tel            pic x(20).
       77  ws-for-email          pic x(50).
       77  ws-for-note           pic x(80).
       77  ws-for-categoria      pic x(3).
       77  ws-for-studio         pic x(4).
       77  ws-fac-funzione       pic x(1).
       77  ws-fac-anno           pic 9(4).
       77  ws-fac-protocollo     pic 9(6).
       77  ws-fac-qta            pic 9(4).
       77  ws-fac-data-pag       pic 9(8).
       77  ws-fac-esito          pic xx.
       77  ws-fac-rit-perc       pic 9(2)v99.
       77  ws-fac-rit-imponibile pic s9(7)v99.
       77  ws-fac-rit-importo    pic s9(7)v99.
       77  ws-fac-categoria      pic x(3).
       01  ws-fac-riparto.
           05 ws-fac-rip         occurs 5 times.
              10 ws-fac-rip-studio pic x(4).
              10 ws-fac-rip-perc   pic 9(3)v99.
       77  ws-operatore          pic x(20).

      * SCARTI DA STAMPARE
                          ws-ced-cap ws-ced-comune ws-ced-prov
                          ws-doc-numero.
           move 0 to ws-doc-data ws-num-linee ws-num-riep.
           move 0 to ws-fac-rit-perc ws-fac-rit-imponibile
                     ws-fac-rit-importo.
           move spaces to ws-fac-categoria.
           initialize ws-fac-riparto.

      ***---
       LEGGI-RIGHE-XML.
                 move ws-tag-valore(1:20) to ws-doc-numero
              end-if
           end-if.
      * DATIRITENUTA: L'IMPONIBILE NON VIAGGIA NELL'XML, ST-FATACQ
      * PRENDE QUELLO DELLA FATTURA.
           if ws-fac-rit-perc = 0
              move "AliquotaRitenuta" to ws-tag-apri
              perform CERCA-TAG-NELLA-RIGA
              if ws-tag-valore not = spaces
                 move ws-tag-valore(1:20) to ws-num-testo
                 perform CONVERTI-IMPORTO-XML
                 move ws-num-valore to ws-fac-rit-perc
              end-if
           end-if.
           if ws-fac-rit-importo = 0
              move "ImportoRitenuta" to ws-tag-apri
              perform CERCA-TAG-NELLA-RIGA
              if ws-tag-valore not = spaces
                 move ws-tag-valore(1:20) to ws-num-testo
                 perform CONVERTI-IMPORTO-XML
                 move ws-num-valore to ws-fac-rit-importo
              end-if
           end-if.

      ***---
       ESTRAI-DATI-LINEA.
           end-if.
           move "I"    to ws-for-funzione.
           move spaces to ws-for-codice ws-for-iban ws-for-cod-pag
                          ws-for-tel ws-for-email ws-for-categoria
                          ws-for-studio.
           move "Creato da import fatture passive" to ws-for-note.
           call "st-fornitori" using ws-for-funzione ws-for-codice
                                     ws-ced-denominazione
                                     ws-for-email ws-for-tel
                                     ws-for-iban ws-for-cod-pag
                                     ws-for-note ws-operatore
                                     ws-for-esito ws-for-categoria
                                     ws-for-studio.
           cancel "st-fornitori".
           if ws-for-esito not = "OK"
              set file-valido to false
                                  ws-lin-descrizione(1)
                                  ws-fac-qta ws-lin-importo(1)
                                  ws-fac-data-pag ws-operatore
                                  ws-fac-esito ws-fac-rit-perc
                                  ws-fac-rit-imponibile
                                  ws-fac-rit-importo
                                  ws-fac-categoria ws-fac-riparto.
           if ws-fac-esito not = "OK"
              cancel "st-fatacq"
              set file-valido to false
                                     ws-fac-qta
                                     ws-lin-importo(ws-lidx)
                                     ws-fac-data-pag ws-operatore
                                     ws-fac-esito ws-fac-rit-perc
                                     ws-fac-rit-imponibile
                                     ws-fac-rit-importo
                                     ws-fac-categoria ws-fac-riparto
           end-perform.
           cancel "st-fatacq".


           display message messaggio.

           initialize errlog-link.
           move "ST-ACQIMPORT"    to ell-programma.
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
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
