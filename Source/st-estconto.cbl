       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-estconto.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ESTRATTO CONTO DEL CLIENTE LINK-CLIENTE DAL GIORNO
      * LINK-DATA-DA AL GIORNO LINK-DATA-A (A ZERO = OGGI): TUTTI I
      * MOVIMENTI IN ORDINE DI DATA CON DARE, AVERE E SALDO
      * PROGRESSIVO, PRECEDUTI DAL SALDO DEI MOVIMENTI ANTERIORI.
      *   DARE:  FATTURE (IL DA INCASSARE COME IN ST-SCADGEN, SENZA
      *          L'IVA IN SCISSIONE DEI PAGAMENTI), ACCONTI SCALATI
      *          SULLE FATTURE (LE RIGHE DI STORNO DI ST-DOCUM),
      *          RIMBORSI IN CONTANTI AL CLIENTE (MOVCASSA)
      *   AVERE: INCASSI SULLE FATTURE (INCASSI), NOTE DI CREDITO
      *          (TNOTACR), ACCONTI VERSATI (ACCONTI)
      * L'UTILIZZO DI UN BUONO REGALO (RIGA DI STORNO DI
      * ST-VOUCHERUSA) HA GIA' RIDOTTO IL TOTALE DELLA FATTURA: SI
      * STAMPA COME RIGA DI SOLO RICHIAMO, SENZA TOCCARE IL SALDO.
      * I CORRISPETTIVI SI PAGANO ALLA CASSA E NON ENTRANO.
      * LA STAMPA ESCE SULLA CARTA INTESTATA DELLA SEDE DEL CLIENTE
      * (PARAM PER CLI-STUDIO, COME ST-DOCUM) E NELLA SUA LINGUA
      * (CLI-LINGUA). CON LINK-INVIA-EMAIL A "S" IL PDF PRODOTTO IN
      * LINK-PERCORSO-PDF SI ACCODA SU MAILQ (ST-MAILQ, FUNZIONE
      * "P"): ALLA SPEDIZIONE IL DISPATCHER REGISTRA L'INVIO SU
      * COMUNICAZIONI.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "tfatture.sl".
           copy "rfatture.sl".
           copy "incassi.sl".
           copy "tnotacr.sl".
           copy "acconti.sl".
           copy "movcassa.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "tfatture.fd".
           copy "rfatture.fd".
           copy "incassi.fd".
           copy "tnotacr.fd".
           copy "acconti.fd".
           copy "movcassa.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-incassi        pic xx.
       77  status-tnotacr        pic xx.
       77  status-acconti        pic xx.
       77  status-movcassa       pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Estratto Conto".
       78  78-passo              value 0,7.
       78  78-max-righe          value 36.
       78  78-prefisso-buono     value "Utilizzo buono regalo".

      * MOVIMENTI DEL CLIENTE, POI ORDINATI PER DATA
       78  ws-max-movimenti      value 1000.
       01  ws-movimenti-tab.
           05 ws-mov             occurs 1000 times indexed by ws-idx,
                                                       ws-i, ws-j.
              10 ws-mov-data         pic 9(8).
      * "D" DARE, "A" AVERE, "R" SOLO RICHIAMO (NON MUOVE IL SALDO)
              10 ws-mov-segno        pic x.
                 88 ws-mov-dare      value "D".
                 88 ws-mov-avere     value "A".
                 88 ws-mov-richiamo  value "R".
              10 ws-mov-descrizione  pic x(50).
              10 ws-mov-importo      pic s9(9)v99.
       01  ws-mov-temp.
           05 ws-movt-data           pic 9(8).
           05 ws-movt-segno          pic x.
           05 ws-movt-descrizione    pic x(50).
           05 ws-movt-importo        pic s9(9)v99.
       77  ws-num-movimenti       pic 9(4) value 0.
       77  ws-fine-i              pic 9(4).

      * MOVIMENTO IN CARICAMENTO
       77  ws-cur-data            pic 9(8).
       77  ws-cur-segno           pic x.
       77  ws-cur-descrizione     pic x(50).
       77  ws-cur-importo         pic s9(9)v99.

      * COMPOSIZIONE DESCRIZIONE DOCUMENTO (N./ANNO)
       77  ws-desc-anno           pic 9(4).
       77  ws-desc-numero         pic 9(6).
       77  ws-desc-documento      pic x(20).
       77  ws-importo-dply        pic z.zzz.zz9,99.

       77  ws-data-corrente       pic 9(8).
       77  ws-saldo               pic s9(9)v99 value 0.
       77  ws-tot-dare            pic s9(9)v99 value 0.
       77  ws-tot-avere           pic s9(9)v99 value 0.

      * NUMERO DI RICHIESTA MAILQ E CAMPI DI CHIAMATA A ST-MAILQ
       77  ws-mlq-funzione        pic x value "P".
       77  ws-mlq-numero          pic 9(6).
       77  ws-mlq-doc-tipo        pic x value "E".
       77  ws-mlq-doc-anno        pic 9(4).
       77  ws-mlq-doc-numero      pic 9(6) value 0.
       77  ws-mlq-mese            pic 9(2) value 0.
       77  ws-mlq-destinatario    pic x(50) value spaces.
       77  ws-mlq-oggetto         pic x(50).
       77  ws-mlq-cartella        pic x(160) value spaces.
       77  ws-mlq-gateway         pic x(200) value spaces.
       77  ws-mlq-stampante       pic x(200) value spaces.
       77  ws-mlq-esito           pic xx.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data              pic x(11).
           05 r-descrizione       pic x(50).
           05 r-dare              pic ---.---.--9,99 blank when zero.
           05 r-avere             pic ---.---.--9,99 blank when zero.
           05 r-saldo             pic ---.---.--9,99.

      * FLAGS
       77  controlli              pic xx.
           88  tutto-ok           value "OK".
           88  errori             value "ER".

      * VARIABILI
       77  messaggio              pic x(150) value spaces.
       77  font-size-dply         pic z(5).
       77  WFONT-STATUS           pic s9(5) value zero.

       77  Calibri20BI            handle of font.
       77  Calibri12B             handle of font.
       77  Calibri10              handle of font.
       77  ws-font-handle-target  handle of font.
       77  save-riga              pic 9(7)v99.
       77  save-altezza-pagina    pic 9(7)v99.

       77  num-righe              pic 9(3).

       LINKAGE SECTION.
       77  link-cliente           pic x(6).
       77  link-data-da           pic 9(8).
       77  link-data-a            pic 9(8).
       77  link-stampante         pic x(200).
       77  link-percorso-pdf      pic x(200).
       77  link-invia-email       pic x.
           88 link-email-si       value "S".
       77  link-operatore         pic x(20).
       77  link-esito             pic xx.
           88 link-esito-ok       value "OK".
           88 link-esito-ko       value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-cliente link-data-da link-data-a
                                 link-stampante link-percorso-pdf
                                 link-invia-email link-operatore
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform ELABORAZIONE
              if tutto-ok and link-email-si
                 perform ACCODA-EMAIL
              end-if
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to ws-num-movimenti ws-saldo ws-tot-dare
                     ws-tot-avere.
           accept ws-data-corrente from century-date.
           if link-data-a = 0
              move ws-data-corrente to link-data-a
           end-if.
           if link-data-a < link-data-da
              set errori to true
           end-if.
      * IL PDF DA SPEDIRE DEVE AVERE UNA DESTINAZIONE
           if link-email-si and link-percorso-pdf = spaces
              set errori to true
           end-if.

      ***---
       OPEN-FILES.
           if errori
              exit paragraph
           end-if.
           open input clienti tfatture rfatture tnotacr param.
           open input incassi.
           if status-incassi = "35"
              open output incassi
              close       incassi
              open input  incassi
           end-if.
           open input acconti.
           if status-acconti = "35"
              open output acconti
              close       acconti
              open input  acconti
           end-if.
           open input movcassa.
           if status-movcassa = "35"
              open output movcassa
              close       movcassa
              open input  movcassa
           end-if.

      ***---
       ELABORAZIONE.
           move link-cliente to cli-codice.
           read clienti no lock
                invalid set errori to true
           end-read.
           if tutto-ok
              perform RACCOGLI-FATTURE
              perform RACCOGLI-NOTE-CREDITO
              perform RACCOGLI-ACCONTI
              perform RACCOGLI-RIMBORSI
              perform ORDINA-MOVIMENTI
              perform STAMPA
           end-if.

      ***---
      * PER OGNI FATTURA: IL DA INCASSARE, LE RIGHE DI STORNO
      * (ACCONTI E BUONI) E GLI INCASSI REGISTRATI.
       RACCOGLI-FATTURE.
           move link-cliente to tfa-cliente.
           start tfatture key >= tfa-cliente
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next no lock at end exit perform end-read
              if tfa-cliente not = link-cliente
                 exit perform
              end-if
              move tfa-anno   to ws-desc-anno
              move tfa-numero to ws-desc-numero
              if tfa-numero-sez not = 0
                 move tfa-numero-sez to ws-desc-numero
              end-if
              perform COMPONI-DESCRIZIONE-DOCUMENTO
              move tfa-data-doc to ws-cur-data
              move "D" to ws-cur-segno
              initialize ws-cur-descrizione
              if cli-lingua-inglese
                 string "Invoice no. "    delimited size
                        ws-desc-documento delimited size
                        into ws-cur-descrizione
                 end-string
              else
                 string "Fattura n. "     delimited size
                        ws-desc-documento delimited size
                        into ws-cur-descrizione
                 end-string
              end-if
              move tfa-importo-tot to ws-cur-importo
              if tfa-split
                 subtract tfa-importo-iva from ws-cur-importo
              end-if
              perform AGGIUNGI-MOVIMENTO
              perform RACCOGLI-STORNI-FATTURA
              perform RACCOGLI-INCASSI-FATTURA
           end-perform.

      ***---
      * LE RIGHE A PREZZO NEGATIVO DELLA FATTURA SONO LE SCALATURE
      * DEGLI ACCONTI (ST-DOCUM) O GLI UTILIZZI DEI BUONI REGALO
      * (ST-VOUCHERUSA, RICONOSCIBILI DALLA DESCRIZIONE).
       RACCOGLI-STORNI-FATTURA.
           move low-value  to rfa-rec.
           move tfa-chiave to rfa-chiave-testa.
           start rfatture key >= rfa-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rfatture next no lock at end exit perform end-read
              if rfa-chiave-testa not = tfa-chiave
                 exit perform
              end-if
              if rfa-prz < 0
                 move tfa-data-doc to ws-cur-data
                 compute ws-cur-importo = rfa-prz * -1
                 initialize ws-cur-descrizione
                 if rfa-descrizione(1:21) = 78-prefisso-buono
                    move "R" to ws-cur-segno
                    move ws-cur-importo to ws-importo-dply
                    if cli-lingua-inglese
                       string "  Gift voucher used: "  delimited size
                              ws-importo-dply          delimited size
                              into ws-cur-descrizione
                       end-string
                    else
                       string "  Buono regalo utilizzato: "
                                                       delimited size
                              ws-importo-dply          delimited size
                              into ws-cur-descrizione
                       end-string
                    end-if
                 else
                    move "D" to ws-cur-segno
                    if cli-lingua-inglese
                       string "  Deposit applied to invoice "
                                                delimited size
                              ws-desc-documento delimited size
                              into ws-cur-descrizione
                       end-string
                    else
                       string "  Acconto scalato su fattura "
                                                delimited size
                              ws-desc-documento delimited size
                              into ws-cur-descrizione
                       end-string
                    end-if
                 end-if
                 perform AGGIUNGI-MOVIMENTO
              end-if
           end-perform.

      ***---
       RACCOGLI-INCASSI-FATTURA.
           move tfa-anno   to inc-anno.
           move tfa-numero to inc-numero.
           move 0          to inc-progressivo.
           start incassi key >= inc-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read incassi next no lock at end exit perform end-read
              if inc-anno not = tfa-anno or inc-numero not = tfa-numero
                 exit perform
              end-if
              move inc-data    to ws-cur-data
              move "A"         to ws-cur-segno
              move inc-importo to ws-cur-importo
              initialize ws-cur-descrizione
              if cli-lingua-inglese
                 string "Payment on invoice " delimited size
                        ws-desc-documento     delimited size
                        into ws-cur-descrizione
                 end-string
              else
                 string "Incasso fattura "    delimited size
                        ws-desc-documento     delimited size
                        into ws-cur-descrizione
                 end-string
              end-if
              perform AGGIUNGI-MOVIMENTO
           end-perform.

      ***---
       RACCOGLI-NOTE-CREDITO.
           move link-cliente to tno-cliente.
           start tnotacr key >= tno-cliente
                 invalid continue
           end-start.
           perform until 1 = 2
              read tnotacr next no lock at end exit perform end-read
              if tno-cliente not = link-cliente
                 exit perform
              end-if
              move tno-anno   to ws-desc-anno
              move tno-numero to ws-desc-numero
              if tno-numero-sez not = 0
                 move tno-numero-sez to ws-desc-numero
              end-if
              perform COMPONI-DESCRIZIONE-DOCUMENTO
              move tno-data-doc    to ws-cur-data
              move "A"             to ws-cur-segno
              move tno-importo-tot to ws-cur-importo
              initialize ws-cur-descrizione
              if cli-lingua-inglese
                 string "Credit note no. " delimited size
                        ws-desc-documento  delimited size
                        into ws-cur-descrizione
                 end-string
              else
                 string "Nota di credito n. " delimited size
                        ws-desc-documento     delimited size
                        into ws-cur-descrizione
                 end-string
              end-if
              perform AGGIUNGI-MOVIMENTO
           end-perform.

      ***---
       RACCOGLI-ACCONTI.
           move link-cliente to acc-cliente.
           move 0            to acc-progressivo.
           start acconti key >= acc-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read acconti next no lock at end exit perform end-read
              if acc-cliente not = link-cliente
                 exit perform
              end-if
              move acc-data    to ws-cur-data
              move "A"         to ws-cur-segno
              move acc-importo to ws-cur-importo
              if cli-lingua-inglese
                 move "Deposit received"  to ws-cur-descrizione
              else
                 move "Acconto versato"   to ws-cur-descrizione
              end-if
              perform AGGIUNGI-MOVIMENTO
           end-perform.

      ***---
      * I RIMBORSI IN CONTANTI (MOVCASSA NON HA CHIAVE PER CLIENTE:
      * L'ARCHIVIO E' PICCOLO E SI LEGGE TUTTO).
       RACCOGLI-RIMBORSI.
           move low-value to mca-chiave.
           start movcassa key >= mca-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read movcassa next no lock at end exit perform end-read
              if mca-rimborso and mca-cliente = link-cliente
                 move mca-data    to ws-cur-data
                 move "D"         to ws-cur-segno
                 move mca-importo to ws-cur-importo
                 if cli-lingua-inglese
                    move "Cash refund"          to ws-cur-descrizione
                 else
                    move "Rimborso in contanti" to ws-cur-descrizione
                 end-if
                 perform AGGIUNGI-MOVIMENTO
              end-if
           end-perform.

      ***---
       AGGIUNGI-MOVIMENTO.
           if ws-num-movimenti < ws-max-movimenti
              add 1 to ws-num-movimenti
              move ws-cur-data        to ws-mov-data(ws-num-movimenti)
              move ws-cur-segno       to ws-mov-segno(ws-num-movimenti)
              move ws-cur-descrizione to
                                  ws-mov-descrizione(ws-num-movimenti)
              move ws-cur-importo     to
                                  ws-mov-importo(ws-num-movimenti)
           end-if.

      ***---
       COMPONI-DESCRIZIONE-DOCUMENTO.
           initialize ws-desc-documento.
           string ws-desc-numero delimited size
                  "/"            delimited size
                  ws-desc-anno   delimited size
                  into ws-desc-documento
           end-string.

      ***---
       ORDINA-MOVIMENTI.
      * ORDINAMENTO A BOLLE PER DATA CRESCENTE COME ST-CLI360: A
      * PARITA' DI DATA RESTA L'ORDINE DI CARICAMENTO (LA FATTURA
      * PRIMA DEI SUOI STORNI E DEI SUOI INCASSI).
           if ws-num-movimenti > 1
              compute ws-fine-i = ws-num-movimenti - 1
              perform varying ws-i from 1 by 1 until ws-i > ws-fine-i
                 perform varying ws-j from 1 by 1
                           until ws-j > ws-num-movimenti - ws-i
                    if ws-mov-data(ws-j) > ws-mov-data(ws-j + 1)
                       perform SCAMBIA-MOVIMENTI
                    end-if
                 end-perform
              end-perform
           end-if.

      ***---
       SCAMBIA-MOVIMENTI.
           move ws-mov(ws-j)     to ws-mov-temp.
           move ws-mov(ws-j + 1) to ws-mov(ws-j).
           move ws-mov-temp      to ws-mov(ws-j + 1).

      ***---
       STAMPA.
           if link-stampante = spaces
              initialize spooler-link
              call   "selprint" using selprint-linkage
              cancel "selprint"
           else
              move link-stampante to selprint-stampante
           end-if.

           if selprint-stampante not = space
              move selprint-num-copie to SPL-NUM-COPIE
              move selprint-stampante to SPL-NOME-STAMPANTE
              if link-percorso-pdf not = spaces
                 move "S"               to SPL-SALVA-PDF
                 move link-percorso-pdf to SPL-PERCORSO-PDF
              else
                 move selprint-salva-pdf    to SPL-SALVA-PDF
                 move selprint-percorso-pdf to SPL-PERCORSO-PDF
              end-if

              move titolo to spl-nome-job
              set spl-apertura to true
              set spl-vertical to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 move spl-altezza to save-altezza-pagina
                 perform CARICA-FONT
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.

           if tutto-ok
      * I FONT DI RISERVA STANNO SUL PROFILO PRINCIPALE: LA CARTA
      * INTESTATA DELLA SEDE SI LEGGE DOPO AVERLI CARICATI.
              perform LEGGI-PARAM-STUDIO
              perform INTESTAZIONE
              move Calibri10 to spl-hfont

      * SALDO DEI MOVIMENTI ANTERIORI AL PERIODO
              perform varying ws-idx from 1 by 1
                        until ws-idx > ws-num-movimenti
                 if ws-mov-data(ws-idx) < link-data-da
                    evaluate true
                    when ws-mov-dare(ws-idx)
                         add ws-mov-importo(ws-idx) to ws-saldo
                    when ws-mov-avere(ws-idx)
                         subtract ws-mov-importo(ws-idx) from ws-saldo
                    end-evaluate
                 end-if
              end-perform
              initialize r-riga
              if cli-lingua-inglese
                 move "Opening balance"  to r-descrizione
              else
                 move "Saldo precedente" to r-descrizione
              end-if
              move ws-saldo to r-saldo
              perform STAMPA-RIGA

              perform varying ws-idx from 1 by 1
                        until ws-idx > ws-num-movimenti
                 if ws-mov-data(ws-idx) >= link-data-da and
                    ws-mov-data(ws-idx) <= link-data-a
                    perform STAMPA-MOVIMENTO
                 end-if
              end-perform

              add 0,3 to save-riga
              move Calibri12B to spl-hfont
              initialize r-riga
              if cli-lingua-inglese
                 move "Totals for the period" to r-descrizione
              else
                 move "Totali del periodo"    to r-descrizione
              end-if
              move ws-tot-dare  to r-dare
              move ws-tot-avere to r-avere
              move ws-saldo     to r-saldo
              perform STAMPA-RIGA

              add 0,3 to save-riga
              initialize spl-riga-stampa
              move ws-saldo to ws-importo-dply
              evaluate true
              when ws-saldo > 0 and cli-lingua-inglese
                   string "Balance due: EUR " delimited size
                          ws-importo-dply     delimited size
                          into spl-riga-stampa
                   end-string
              when ws-saldo > 0
                   string "Saldo a vostro debito: EUR " delimited size
                          ws-importo-dply     delimited size
                          into spl-riga-stampa
                   end-string
              when ws-saldo < 0 and cli-lingua-inglese
                   string "Balance in your favour: EUR "
                                              delimited size
                          ws-importo-dply     delimited size
                          into spl-riga-stampa
                   end-string
              when ws-saldo < 0
                   string "Saldo a vostro credito: EUR "
                                              delimited size
                          ws-importo-dply     delimited size
                          into spl-riga-stampa
                   end-string
              when cli-lingua-inglese
                   move "Your account is settled."
                                              to spl-riga-stampa
              when other
                   move "La vostra posizione risulta saldata."
                                              to spl-riga-stampa
              end-evaluate
              move 0 to spl-tipo-colonna
              perform SCRIVI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-MOVIMENTO.
           initialize r-riga.
           string ws-mov-data(ws-idx)(7:2) delimited size
                  "/"                      delimited size
                  ws-mov-data(ws-idx)(5:2) delimited size
                  "/"                      delimited size
                  ws-mov-data(ws-idx)(1:4) delimited size
                  into r-data
           end-string.
           move ws-mov-descrizione(ws-idx) to r-descrizione.
           evaluate true
           when ws-mov-dare(ws-idx)
                add ws-mov-importo(ws-idx) to ws-saldo ws-tot-dare
                move ws-mov-importo(ws-idx) to r-dare
           when ws-mov-avere(ws-idx)
                subtract ws-mov-importo(ws-idx) from ws-saldo
                add ws-mov-importo(ws-idx) to ws-tot-avere
                move ws-mov-importo(ws-idx) to r-avere
           end-evaluate.
           move ws-saldo to r-saldo.
           perform STAMPA-RIGA.

      ***---
       STAMPA-RIGA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              move Calibri10 to spl-hfont
              add 1 to num-righe
           end-if.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * CARTA INTESTATA DELLA SEDE, CLIENTE E PERIODO.
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0                  to spl-tipo-colonna.
           move 0,2                to save-riga.
           move prm-ragsoc         to spl-riga-stampa.
           move Calibri12B         to spl-hfont.
           perform SCRIVI.

           move Calibri10          to spl-hfont.
           move prm-indirizzo      to spl-riga-stampa.
           perform SCRIVI.
           inspect prm-citta     replacing trailing spaces by low-value.
           inspect prm-cap       replacing trailing spaces by low-value.
           initialize spl-riga-stampa.
           string prm-cap       delimited low-value
                  "  -  "       delimited size
                  prm-citta     delimited low-value
                  " ("          delimited size
                  prm-prov      delimited size
                  ")"           delimited size
                  into spl-riga-stampa
           end-string.
           inspect prm-citta     replacing trailing low-value by spaces.
           inspect prm-cap       replacing trailing low-value by spaces.
           perform SCRIVI.
           initialize spl-riga-stampa.
           string "C.F./P.IVA:  " delimited size
                  prm-codfis      delimited size
                  into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 3,2                to save-riga.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           if cli-lingua-inglese
              move "Statement of account" to spl-riga-stampa
           else
              move "Estratto conto"       to spl-riga-stampa
           end-if.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 4,3                to save-riga.
           initialize spl-riga-stampa.
           string cli-codice delimited size
                  "  "       delimited size
                  cli-ragsoc delimited size
                  into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move Calibri10          to spl-hfont.
           initialize spl-riga-stampa.
           if cli-lingua-inglese
              string "From "            delimited size
                     link-data-da(7:2)  delimited size
                     "/"                delimited size
                     link-data-da(5:2)  delimited size
                     "/"                delimited size
                     link-data-da(1:4)  delimited size
                     " to "             delimited size
                     link-data-a(7:2)   delimited size
                     "/"                delimited size
                     link-data-a(5:2)   delimited size
                     "/"                delimited size
                     link-data-a(1:4)   delimited size
                     into spl-riga-stampa
              end-string
           else
              string "Dal "             delimited size
                     link-data-da(7:2)  delimited size
                     "/"                delimited size
                     link-data-da(5:2)  delimited size
                     "/"                delimited size
                     link-data-da(1:4)  delimited size
                     " al "             delimited size
                     link-data-a(7:2)   delimited size
                     "/"                delimited size
                     link-data-a(5:2)   delimited size
                     "/"                delimited size
                     link-data-a(1:4)   delimited size
                     into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 6,0 to save-riga.
           move Calibri12B to spl-hfont.
           initialize spl-riga-stampa.
           if cli-lingua-inglese
              string "DATE       DESCRIPTION"         delimited size
                     "                              " delimited size
                     "                DEBIT"          delimited size
                     "        CREDIT       BALANCE"   delimited size
                     into spl-riga-stampa
              end-string
           else
              string "DATA       DESCRIZIONE"         delimited size
                     "                              " delimited size
                     "                 DARE"          delimited size
                     "         AVERE         SALDO"   delimited size
                     into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 0 to num-righe.
           move 6,5 to save-riga.

      ***---
      * PROFILO STUDIO DELLA SEDE DEL CLIENTE (CLI-STUDIO), CON
      * RICADUTA SU QUELLO PRINCIPALE COME IN ST-DOCUM.
       LEGGI-PARAM-STUDIO.
           move cli-studio to prm-studio.
           read param no lock
                invalid
                   move spaces to prm-studio
                   read param no lock
                        invalid initialize rec-param
                   end-read
           end-read.

      ***---
      * IL PDF APPENA PRODOTTO VA IN CODA PER LA SPEDIZIONE, ALLA
      * CLI-EMAIL DEL CLIENTE (LA PROPONE ST-MAILQ).
       ACCODA-EMAIL.
           if cli-lingua-inglese
              move "Statement of account" to ws-mlq-oggetto
           else
              move "Estratto conto"       to ws-mlq-oggetto
           end-if.
           move link-data-a(1:4) to ws-mlq-doc-anno.
           call "st-mailq" using ws-mlq-funzione ws-mlq-numero
                                 ws-mlq-doc-tipo ws-mlq-doc-anno
                                 ws-mlq-doc-numero ws-mlq-mese
                                 ws-mlq-destinatario ws-mlq-oggetto
                                 ws-mlq-cartella ws-mlq-gateway
                                 ws-mlq-stampante link-operatore
                                 ws-mlq-esito link-cliente
                                 link-percorso-pdf.
           cancel "st-mailq".
           if ws-mlq-esito not = "OK"
              set errori to true
           end-if.

      ***---
       SCRIVI.
           add  78-passo      to save-riga.
           move save-riga     to spl-riga.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
      * FONT DI RISERVA CONFIGURATI SU PARAM, USATI PIU' SOTTO SE UN
      * FONT STANDARD NON E' INSTALLATO SULLA POSTAZIONE DI STAMPA.
           move spaces to prm-chiave.
           read param  no lock
                invalid initialize rec-param
           end-read.

      * Calibri 20BI
           initialize wfont-data Calibri20BI.
           move 20 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to true.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri20BI          to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri20BI.
           if errori
              exit paragraph
           end-if.

      * Calibri 12B
           initialize wfont-data Calibri12B.
           move 12 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri12B           to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri12B.
           if errori
              exit paragraph
           end-if.

      * Calibri 10
           initialize wfont-data Calibri10.
           move 10 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri10            to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri10.

      ***---
       CARICA-FONT-CON-FALLBACK.
      * TENTA, NELL'ORDINE CONFIGURATO SU PARAM, I FONT DI RISERVA
      * PRIMA DI ARRENDERSI E BLOCCARE LA STAMPA: DIMENSIONE E STILE
      * GIA' IMPOSTATI DAL CHIAMANTE IN WFONT-DATA, CAMBIA SOLO IL
      * NOME.
           call "W$FONT" using wfont-get-font, ws-font-handle-target,
                               wfont-data
                        giving wfont-status.

           move 0 to ws-font-idx.
           perform until wfont-status = 1 or ws-font-idx > 3
              add 1 to ws-font-idx
              if prm-font-fallback (ws-font-idx) not = spaces
                 move prm-font-fallback (ws-font-idx) to wfont-name
                 call "W$FONT" using wfont-get-font,
                                     ws-font-handle-target,
                                     wfont-data
                              giving wfont-status
              end-if
           end-perform.

           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.

           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.

           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verrà abortita!"
                                    delimited size
              into messaggio.

           inspect messaggio replacing trailing space by low-value.

           display message messaggio.

           initialize errlog-link.
           move "ST-ESTCONTO"     to ell-programma.
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
           close clienti tfatture rfatture incassi tnotacr acconti
                 movcassa param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
