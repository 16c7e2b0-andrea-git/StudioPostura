      * REGISTRO IVA VENDITE: PER OGNI MESE DELL'INTERVALLO RICHIESTO
      * ELENCA IN ORDINE DI DATA E NUMERO TUTTI I DOCUMENTI EMESSI
      * (FATTURE, CORRISPETTIVI, NOTE DI CREDITO CON SEGNO NEGATIVO)
      * CON IMPONIBILE, IMPOSTA E TOTALE RIPARTITI PER ALIQUOTA (UNA
      * RIGA PER OGNI ALIQUOTA DEL CASTELLETTO DEL DOCUMENTO, VEDI
      * ST-CASTIVA), IL
      * RIFERIMENTO NORMATIVO DI CODIVA STAMPATO SULLE RIGHE ESENTI,
      * E CHIUDE IL MESE CON IL RIEPILOGO PER ALIQUOTA E I TOTALI
      * PROGRESSIVI DELL'ANNO (RIPORTO). STAMPA ATTRAVERSO LO SPOOLER
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.
              10 ws-aliq-anno-imp     pic s9(9)v99.
       77  ws-num-aliq           pic 9(2) value 0.

      * CASTELLETTO DEL DOCUMENTO IN CARICAMENTO: L'IVA REGISTRATA IN
      * TESTATA VIENE RIPARTITA SULLE ALIQUOTE DELLE RIGHE
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-segno              pic s9.

       77  ws-mese-corrente      pic 9(2).
       77  ws-mese-doc           pic 9(2).
       77  filler                pic 9.
           perform CARICA-TFATTURE.
           perform CARICA-TCORRISP.
           perform CARICA-TNOTACR.
           cancel "st-castiva".
           perform STAMPA.

      ***---
                 move "FT"            to ws-car-tipo
                 move tfa-numero      to ws-car-numero
                 move tfa-cliente     to ws-car-cliente
                 initialize castiva-link
                 set  civ-ripartisci  to true
                 move "F"              to civ-tipo
                 move tfa-anno         to civ-anno
                 move tfa-numero       to civ-numero
                 move tfa-iva          to civ-iva-testata
                 move tfa-cassa-importo to civ-cassa
                 move tfa-importo-iva  to civ-iva-documento
                 move 1                to ws-segno
                 perform CARICA-CASTELLETTO
              end-if
           end-perform.

                 move "CO"            to ws-car-tipo
                 move tco-numero      to ws-car-numero
                 move tco-cliente     to ws-car-cliente
                 initialize castiva-link
                 set  civ-ripartisci  to true
                 move "C"              to civ-tipo
                 move tco-anno         to civ-anno
                 move tco-numero       to civ-numero
                 move tco-iva          to civ-iva-testata
                 move 0                to civ-cassa
                 move tco-importo-iva  to civ-iva-documento
                 move 1                to ws-segno
                 perform CARICA-CASTELLETTO
              end-if
           end-perform.

                 move "NC"            to ws-car-tipo
                 move tno-numero      to ws-car-numero
                 move tno-cliente     to ws-car-cliente
                 initialize castiva-link
                 set  civ-ripartisci  to true
                 move "N"              to civ-tipo
                 move tno-anno         to civ-anno
                 move tno-numero       to civ-numero
                 move tno-iva          to civ-iva-testata
                 move 0                to civ-cassa
                 move tno-importo-iva  to civ-iva-documento
                 move -1               to ws-segno
                 perform CARICA-CASTELLETTO
              end-if
           end-perform.

      ***---
      * UNA RIGA DI REGISTRO PER OGNI ALIQUOTA DEL DOCUMENTO: UN
      * DOCUMENTO CON UN SOLO CODICE IVA RESTA SU UNA RIGA SOLA. LA
      * BASE DEL CODICE DI TESTATA COMPRENDE LA CASSA PREVIDENZIALE,
      * COSI' OGNI RIGA QUADRA: IMPONIBILE + IMPOSTA = TOTALE.
      * UN DOCUMENTO SENZA RIGHE (NON DOVREBBE ESISTERE) ENTRA COME
      * PRIMA, CON GLI IMPORTI DI TESTATA.
       CARICA-CASTELLETTO.
           call "st-castiva" using castiva-link.
           if civ-num-aliq = 0
              move civ-iva-testata to ws-car-iva
              compute ws-car-imposta = civ-iva-documento * ws-segno
              evaluate true
              when civ-fattura
                   compute ws-car-sub = (tfa-importo-sub +
                           tfa-cassa-importo) * ws-segno
              when civ-corrisp
                   move tco-importo-sub to ws-car-sub
              when other
                   compute ws-car-sub = tno-importo-sub * ws-segno
              end-evaluate
              compute ws-car-totale = ws-car-sub + ws-car-imposta
              perform INSERISCI-DOCUMENTO
           end-if.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              move civ-codice(ws-civ-idx) to ws-car-iva
              compute ws-car-sub =
                      civ-imponibile(ws-civ-idx) * ws-segno
              compute ws-car-imposta =
                      civ-imposta(ws-civ-idx) * ws-segno
              compute ws-car-totale = ws-car-sub + ws-car-imposta
              perform INSERISCI-DOCUMENTO
           end-perform.

      ***---
       INSERISCI-DOCUMENTO.
      * INSERIMENTO IN POSIZIONE ORDINATA (DATA, POI NUMERO): LE
      * RIGHE SUCCESSIVE SCALANO DI UNO (LE ALIQUOTE DELLO STESSO
      * DOCUMENTO RESTANO NELL'ORDINE DEL CASTELLETTO). COSI' LA
      * STAMPA SCORRE LA TABELLA DALL'INIZIO ALLA FINE SENZA
      * ORDINARE DOPO.
           if ws-num-doc >= ws-max-doc
              set ws-tabella-piena to true
              exit paragraph

           display message messaggio.

           initialize errlog-link.
           move "ST-REGIVA"       to ell-programma.
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
           close tfatture tcorrisp tnotacr clienti codiva param.
