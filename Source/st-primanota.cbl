      * DARE/AVERE DEL LOTTO, DA CONTROLLARE A OCCHIO PRIMA DELLA
      * CONSEGNA. I DOCUMENTI SENZA RIGA IN PDCMAP FINISCONO NEL
      * CONTEGGIO DEGLI SCARTI E VANNO MAPPATI E RILANCIATI.
      * RICAVI E IVA VANNO IN AVERE PER OGNI ALIQUOTA DEL CASTELLETTO
      * DEL DOCUMENTO (VEDI ST-CASTIVA), CIASCUNA SUI CONTI DELLA
      * PROPRIA RIGA DI MAPPA: UN DOCUMENTO CON RIGHE ESENTI E RIGHE
      * IMPONIBILI PRODUCE DUE SCRITTURE DI RICAVO DISTINTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.
       77  ws-descr-doc          pic x(50).
       77  ws-riga-appoggio      pic x(200).

      * CASTELLETTO IVA DEL DOCUMENTO IN ELABORAZIONE
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-segno              pic s9.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
              perform STAMPA
           end-if.
           perform CLOSE-FILES.
           cancel "st-castiva".
           if tutto-ok
              set link-esito-ok to true
           else
                 move "FT" to ws-mov-causale
                 perform CERCA-MAPPA-TFA
                 if mappa-trovata
                    initialize castiva-link
                    move "F"               to civ-tipo
                    move tfa-anno          to civ-anno
                    move tfa-numero        to civ-numero
                    move tfa-iva           to civ-iva-testata
                    move tfa-cassa-importo to civ-cassa
                    move tfa-importo-iva   to civ-iva-documento
                    move 1                 to ws-segno
                    perform GENERA-SCRITTURA-DOCUMENTO
                 else
                    add 1 to ws-num-scarti
           move 0              to ws-mov-avere.
           move ws-descr-doc   to ws-mov-descr.
           perform ACCODA-MOVIMENTO.
           set  civ-ripartisci to true.
           call "st-castiva" using castiva-link.
           if civ-ok and civ-num-aliq > 0
              perform varying ws-civ-idx from 1 by 1
                        until ws-civ-idx > civ-num-aliq
                 perform SCRITTURA-ALIQUOTA
              end-perform
              exit paragraph
           end-if.
      * DOCUMENTO SENZA RIGHE: RICAVI E IVA DALLA TESTATA
           move pdm-conto-avere to ws-mov-conto.
           move 0              to ws-mov-dare.
           move tfa-importo-sub to ws-mov-avere.
              perform ACCODA-MOVIMENTO
           end-if.

      ***---
      * AVERE DI UNA ALIQUOTA DEL CASTELLETTO, SUI CONTI DELLA RIGA
      * DI MAPPA TIPO+CODICE (RIPIEGO SUL SOLO TIPO). SE PER IL CODICE
      * NON C'E' NEMMENO IL RIPIEGO VALGONO I CONTI DELLA TESTATA.
       SCRITTURA-ALIQUOTA.
           move civ-codice(ws-civ-idx) to pdm-iva.
           perform CERCA-MAPPA.
           if not mappa-trovata
              move civ-iva-testata to pdm-iva
              perform CERCA-MAPPA
           end-if.
           move pdm-conto-avere to ws-mov-conto.
           move 0               to ws-mov-dare.
           compute ws-mov-avere =
                   civ-imponibile(ws-civ-idx) * ws-segno.
           perform ACCODA-MOVIMENTO.
           if civ-imposta(ws-civ-idx) not = 0
              move pdm-conto-iva  to ws-mov-conto
              move 0              to ws-mov-dare
              compute ws-mov-avere =
                      civ-imposta(ws-civ-idx) * ws-segno
              perform ACCODA-MOVIMENTO
           end-if.

      ***---
       GENERA-DA-TCORRISP.
           move low-value to tco-chiave.
                 move tco-iva to pdm-iva
                 perform CERCA-MAPPA
                 if mappa-trovata
                    initialize castiva-link
                    move "C"               to civ-tipo
                    move tco-anno          to civ-anno
                    move tco-numero        to civ-numero
                    move tco-iva           to civ-iva-testata
                    move 0                 to civ-cassa
                    move tco-importo-iva   to civ-iva-documento
                    move 1                 to ws-segno
      * STESSA PARTITA DOPPIA DELLE FATTURE: LA TESTATA CORRISPETTIVO
      * VIENE TRAVASATA NEI CAMPI TFA USATI DA GENERA-SCRITTURA.
                    move tco-data-doc    to tfa-data-doc
                 move tno-iva to pdm-iva
                 perform CERCA-MAPPA
                 if mappa-trovata
                    initialize castiva-link
                    move "N"               to civ-tipo
                    move tno-anno          to civ-anno
                    move tno-numero        to civ-numero
                    move tno-iva           to civ-iva-testata
                    move 0                 to civ-cassa
                    move tno-importo-iva   to civ-iva-documento
                    move -1                to ws-segno
                    move tno-data-doc    to tfa-data-doc
                    compute tfa-importo-sub = tno-importo-sub * -1
                    compute tfa-importo-iva = tno-importo-iva * -1

           display message messaggio.

           initialize errlog-link.
           move "ST-PRIMANOTA"    to ell-programma.
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
