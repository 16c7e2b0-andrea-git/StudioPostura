      * SOLO ALLA PROSSIMA LIQUIDAZIONE. IL RISULTATO VIENE
      * PERSISTITO SU LIQUIDIVA (UN RILANCIO RICALCOLA E RISCRIVE)
      * E IL PROSPETTO ESCE DALLO SPOOLER CON GLI STESSI FONT E LA
      * STESSA USCITA PDF DELLE ALTRE STAMPE FISCALI. IL PROSPETTO
      * RIPORTA ANCHE IL DETTAGLIO DELL'IVA A DEBITO PER ALIQUOTA,
      * COSTRUITO DALLE RIGHE DEI DOCUMENTI (VEDI ST-CASTIVA).
      * L'IVA DELLE FATTURE IN SCISSIONE DEI PAGAMENTI (E DELLE NOTE
      * DI CREDITO CHE LE STORNANO) LA VERSA IL CLIENTE: RESTA FUORI
      * DAL DEBITO E DAL SALDO E COMPARE SOLO COME PROMEMORIA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.
       77  ws-iva-acquisti       pic s9(9)v99 value 0.
       77  ws-credito-prec       pic s9(9)v99 value 0.
       77  ws-saldo              pic s9(9)v99 value 0.
       77  ws-iva-split          pic s9(9)v99 value 0.
       77  filler                pic 9.
           88 nota-su-split      value 1 false 0.

       77  ws-data-corrente      pic 9(8).
      * VERSAMENTO F24 GIA' REGISTRATO SUL PERIODO (VEDI ST-F24): UN
      * RICALCOLO NON LO CANCELLA
       77  ws-importo-versato    pic s9(9)v99 value 0.
       77  ws-data-versamento    pic 9(8) value 0.
       77  ws-data-dply          pic x(10).
       77  ws-anno-prec          pic 9(4).
       77  ws-periodo-prec       pic 9(2).

      * DETTAGLIO DELL'IVA A DEBITO PER ALIQUOTA: IL CASTELLETTO DI
      * OGNI DOCUMENTO RIPARTISCE L'IVA REGISTRATA IN TESTATA, QUINDI
      * LA SOMMA DEL DETTAGLIO TORNA CON I TOTALI DEL PROSPETTO.
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-segno              pic s9.
       78  ws-max-aliq           value 20.
       01  ws-aliq-tab.
           05 ws-aliq            occurs 20 times indexed by ws-lidx.
              10 ws-aliq-codice       pic x(3).
              10 ws-aliq-aliquota     pic 9(3)v99.
              10 ws-aliq-natura       pic x(4).
              10 ws-aliq-imponibile   pic s9(9)v99.
              10 ws-aliq-imposta      pic s9(9)v99.
       77  ws-num-aliq           pic 9(2) value 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-descr            pic x(46).
           05 r-importo          PIC ---.---.--9,99.

       01  r-riga-aliq.
           05 ra-aliquota        pic x(16).
           05 ra-imponibile      PIC ---.---.--9,99.
           05 filler             pic x(2).
           05 ra-imposta         PIC ---.---.--9,99.
       77  ws-aliquota-z         pic zz9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           move 0 to ws-iva-vendite ws-iva-corrisp ws-iva-notacr
                     ws-iva-acquisti ws-credito-prec ws-saldo
                     ws-num-aliq ws-iva-split.
           if link-anno = 0 or link-periodo < 1 or link-periodo > 4
              set errori to true
              exit paragraph
           perform SOMMA-IVA-VENDITE.
           perform SOMMA-IVA-CORRISP.
           perform SOMMA-IVA-NOTACR.
           cancel "st-castiva".
           perform SOMMA-IVA-ACQUISTI.
           perform LEGGI-CREDITO-PRECEDENTE.
           compute ws-saldo =
              move tfa-data-doc(5:2) to ws-mese-doc
              if ws-mese-doc >= ws-mese-da and
                 ws-mese-doc <= ws-mese-a
                 if tfa-split
                    add tfa-importo-iva to ws-iva-split
                 else
                    add tfa-importo-iva to ws-iva-vendite
                    initialize castiva-link
                    set  civ-ripartisci   to true
                    move "F"               to civ-tipo
                    move tfa-anno          to civ-anno
                    move tfa-numero        to civ-numero
                    move tfa-iva           to civ-iva-testata
                    move tfa-cassa-importo to civ-cassa
                    move tfa-importo-iva   to civ-iva-documento
                    move 1                 to ws-segno
                    perform ACCUMULA-CASTELLETTO
                 end-if
              end-if
           end-perform.

              if ws-mese-doc >= ws-mese-da and
                 ws-mese-doc <= ws-mese-a
                 add tco-importo-iva to ws-iva-corrisp
                 initialize castiva-link
                 set  civ-ripartisci   to true
                 move "C"              to civ-tipo
                 move tco-anno          to civ-anno
                 move tco-numero        to civ-numero
                 move tco-iva           to civ-iva-testata
                 move 0                 to civ-cassa
                 move tco-importo-iva   to civ-iva-documento
                 move 1                 to ws-segno
                 perform ACCUMULA-CASTELLETTO
              end-if
           end-perform.

              move tno-data-doc(5:2) to ws-mese-doc
              if ws-mese-doc >= ws-mese-da and
                 ws-mese-doc <= ws-mese-a
                 perform VERIFICA-FATTURA-RIF-SPLIT
                 if nota-su-split
                    subtract tno-importo-iva from ws-iva-split
                 else
                    add tno-importo-iva to ws-iva-notacr
                    initialize castiva-link
                    set  civ-ripartisci   to true
                    move "N"               to civ-tipo
                    move tno-anno          to civ-anno
                    move tno-numero        to civ-numero
                    move tno-iva           to civ-iva-testata
                    move 0                 to civ-cassa
                    move tno-importo-iva   to civ-iva-documento
                    move -1                to ws-segno
                    perform ACCUMULA-CASTELLETTO
                 end-if
              end-if
           end-perform.

      ***---
      * LA NOTA DI CREDITO SEGUE LA FATTURA CHE STORNA: SE QUELLA ERA
      * IN SCISSIONE DEI PAGAMENTI, ANCHE L'IVA DELLA NOTA NON E' DEL
      * FORNITORE.
       VERIFICA-FATTURA-RIF-SPLIT.
           set nota-su-split to false.
           if tno-fatt-rif-numero = 0
              exit paragraph
           end-if.
           move tno-fatt-rif-anno   to tfa-anno.
           move tno-fatt-rif-numero to tfa-numero.
           read tfatture no lock
                invalid continue
            not invalid
                if tfa-split
                   set nota-su-split to true
                end-if
           end-read.

      ***---
       ACCUMULA-CASTELLETTO.
           call "st-castiva" using castiva-link.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              set trovato to false
              perform varying ws-lidx from 1 by 1
                        until ws-lidx > ws-num-aliq
                 if ws-aliq-codice(ws-lidx) = civ-codice(ws-civ-idx)
                    set trovato to true
                    exit perform
                 end-if
              end-perform
              if not trovato and ws-num-aliq < ws-max-aliq
                 add 1 to ws-num-aliq
                 set ws-lidx to ws-num-aliq
                 move civ-codice(ws-civ-idx)
                   to ws-aliq-codice(ws-lidx)
                 move civ-aliquota(ws-civ-idx)
                   to ws-aliq-aliquota(ws-lidx)
                 move civ-natura(ws-civ-idx)
                   to ws-aliq-natura(ws-lidx)
                 move 0 to ws-aliq-imponibile(ws-lidx)
                           ws-aliq-imposta(ws-lidx)
                 set trovato to true
              end-if
              if trovato
                 compute ws-aliq-imponibile(ws-lidx) =
                         ws-aliq-imponibile(ws-lidx) +
                         civ-imponibile(ws-civ-idx) * ws-segno
                 compute ws-aliq-imposta(ws-lidx) =
                         ws-aliq-imposta(ws-lidx) +
                         civ-imposta(ws-civ-idx) * ws-segno
              end-if
           end-perform.


      ***---
       REGISTRA-LIQUIDAZIONE.
           move link-anno        to liq-anno.
           move link-periodo     to liq-periodo.
           read liquidiva no lock
                invalid
                move 0 to ws-importo-versato ws-data-versamento
            not invalid
                move liq-importo-versato to ws-importo-versato
                move liq-data-versamento to ws-data-versamento
           end-read.
           initialize rec-liquidiva.
           move link-anno        to liq-anno.
           move link-periodo     to liq-periodo.
           move ws-iva-notacr    to liq-iva-notacr.
           move ws-iva-acquisti  to liq-iva-acquisti.
           move ws-credito-prec  to liq-credito-precedente.
           move ws-iva-split     to liq-iva-split.
           move ws-saldo         to liq-saldo.
           move ws-data-corrente to liq-data-calcolo.
           move link-operatore   to liq-operatore.
           move ws-importo-versato to liq-importo-versato.
           move ws-data-versamento to liq-data-versamento.
           rewrite rec-liquidiva
                   invalid write rec-liquidiva
                           invalid set errori to true
              move r-riga to spl-riga-stampa
              perform SCRIVI

              if ws-iva-split not = 0
                 move spaces to r-riga
                 move "IVA in scissione pagamenti (non dovuta)"
                   to r-descr
                 move ws-iva-split to r-importo
                 move r-riga to spl-riga-stampa
                 perform SCRIVI
              end-if

              if ws-num-aliq > 0
                 perform STAMPA-DETTAGLIO-ALIQUOTE
              end-if

              add 0,4 to save-riga
              move Calibri12B to spl-hfont
              move spaces to r-riga
              move r-riga to spl-riga-stampa
              perform SCRIVI

              if ws-data-versamento not = 0
                 perform STAMPA-VERSAMENTO
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-VERSAMENTO.
           move Calibri10 to spl-hfont.
           initialize ws-data-dply.
           string ws-data-versamento(7:2) delimited size
                  "/"                     delimited size
                  ws-data-versamento(5:2) delimited size
                  "/"                     delimited size
                  ws-data-versamento(1:4) delimited size
             into ws-data-dply
           end-string.
           move spaces to r-riga.
           string "Versato con F24 il " delimited size
                  ws-data-dply          delimited size
             into r-descr
           end-string.
           move ws-importo-versato to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * IMPONIBILE E IMPOSTA A DEBITO DEL TRIMESTRE PER ALIQUOTA
      * (FATTURE E CORRISPETTIVI MENO NOTE DI CREDITO); LE ALIQUOTE
      * ZERO SI DISTINGUONO PER CODICE NATURA.
       STAMPA-DETTAGLIO-ALIQUOTE.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move spaces to r-riga.
           move "Dettaglio vendite per aliquota" to r-descr.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.
           move Calibri10 to spl-hfont.
           perform varying ws-lidx from 1 by 1
                     until ws-lidx > ws-num-aliq
              move spaces to r-riga-aliq
              if ws-aliq-aliquota(ws-lidx) = 0
                 string "Esente "               delimited size
                        ws-aliq-natura(ws-lidx) delimited size
                   into ra-aliquota
                 end-string
              else
                 move ws-aliq-aliquota(ws-lidx) to ws-aliquota-z
                 string "IVA "          delimited size
                        ws-aliquota-z   delimited size
                        "%"             delimited size
                   into ra-aliquota
                 end-string
              end-if
              move ws-aliq-imponibile(ws-lidx) to ra-imponibile
              move ws-aliq-imposta(ws-lidx)    to ra-imposta
              move r-riga-aliq to spl-riga-stampa
              perform SCRIVI
           end-perform.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.

           display message messaggio.

           initialize errlog-link.
           move "ST-LIQUIDIVA"    to ell-programma.
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
