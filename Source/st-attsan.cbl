       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-attsan.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ATTESTAZIONE ANNUALE DELLE SPESE SANITARIE PER LA DETRAZIONE
      * (730): PER IL CLIENTE LINK-CLIENTE, O A LOTTO PER TUTTI I
      * CLIENTI SE A SPAZI, ELENCA LE FATTURE E I CORRISPETTIVI
      * DELL'ANNO LINK-ANNO CHE CONTENGONO PRESTAZIONI SANITARIE
      * (ART-SANITARIA), CON IL TOTALE DEL DOCUMENTO, LA PARTE
      * SANITARIA CALCOLATA COME IN ST-TESSERA (RIGHE SANITARIE PIU'
      * LA LORO IVA), LA DATA E IL MEZZO DI PAGAMENTO, DISTINGUENDO
      * I PAGAMENTI TRACCIABILI DAI CONTANTI. IL MEZZO DI UNA FATTURA
      * E' QUELLO DELL'ULTIMO INCASSO REGISTRATO (INCASSI), ALTRIMENTI
      * QUELLO DI TESTATA; A SPAZI VALE "Contanti".
      * PER UN CLIENTE MINORENNE AL 31/12 DELL'ANNO CON UN TUTORE
      * REGISTRATO L'ATTESTAZIONE E' INTESTATA AL TUTORE, CON IL
      * MINORE RICHIAMATO (COME ST-DOCUM). SE IL CLIENTE HA FATTO
      * OPPOSIZIONE (O NON HA CODICE FISCALE) LE SPESE NON SONO
      * STATE TRASMESSE AL SISTEMA TS E L'ATTESTAZIONE LO DICE.
      * CARTA INTESTATA DELLA SEDE DEL CLIENTE E LINGUA DEL CLIENTE
      * COME ST-ESTCONTO. CON LINK-CARTELLA-PDF OGNI ATTESTAZIONE
      * DIVENTA UN PDF A SE' (ATTSAN_ANNO_CLIENTE.PDF); CON
      * LINK-INVIA-EMAIL A "S" IL PDF SI ACCODA SU MAILQ (ST-MAILQ,
      * FUNZIONE "P") ALL'EMAIL DEL TUTORE O DEL CLIENTE, E I CLIENTI
      * SENZA EMAIL SI SALTANO E SI CONTANO NEL RIEPILOGO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tfatture.sl".
           copy "rfatture.sl".
           copy "tcorrisp.sl".
           copy "rcorrisp.sl".
           copy "incassi.sl".
           copy "clienti.sl".
           copy "articoli.sl".
           copy "codiva.sl".
           copy "consensi.sl".
           copy "tutori.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tfatture.fd".
           copy "rfatture.fd".
           copy "tcorrisp.fd".
           copy "rcorrisp.fd".
           copy "incassi.fd".
           copy "clienti.fd".
           copy "articoli.fd".
           copy "codiva.fd".
           copy "consensi.fd".
           copy "tutori.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-tcorrisp       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-incassi        pic xx.
       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-codiva         pic xx.
       77  status-consensi       pic xx.
       77  status-tutori         pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Attestazione Spese".
       78  78-passo              value 0,7.
       78  78-max-righe          value 30.
       78  78-mezzo-contanti     value "Contanti".

      * DOCUMENTI SANITARI DEL CLIENTE NELL'ANNO
       78  ws-max-doc            value 300.
       01  ws-doc-tab.
           05 ws-doc             occurs 300 times indexed by ws-didx,
                                                      ws-i, ws-j.
              10 ws-doc-data          pic 9(8).
              10 ws-doc-estremi       pic x(20).
              10 ws-doc-totale        pic s9(7)v99.
              10 ws-doc-sanitario     pic s9(7)v99.
              10 ws-doc-data-pag      pic 9(8).
              10 ws-doc-mezzo         pic x(20).
              10 ws-doc-tracciabile   pic x.
       01  ws-doc-temp               pic x(75).
       77  ws-num-doc            pic 9(3) value 0.
       77  ws-fine-i             pic 9(3).

      * RIGHE SANITARIE DEL DOCUMENTO RAGGRUPPATE PER CODICE IVA
      * (STESSO CALCOLO DI ST-TESSERA)
       78  ws-max-san            value 10.
       01  ws-san-tab.
           05 ws-san             occurs 10 times indexed by ws-sidx.
              10 ws-san-codice        pic x(3).
              10 ws-san-aliquota      pic 9(3)v99.
              10 ws-san-imponibile    pic s9(7)v99.
              10 ws-san-importo       pic s9(7)v99.
       77  ws-num-san            pic 9(2) value 0.
       77  ws-san-codice-riga    pic x(3).
       77  ws-san-importo-riga   pic s9(7)v99.
       77  ws-san-imposta        pic s9(7)v99.
       77  ws-importo-san        pic s9(7)v99.

      * DOCUMENTO IN CARICAMENTO
       77  ws-cur-numero         pic 9(6).
       77  ws-cur-mezzo          pic x(20).

      * INTESTATARIO DELL'ATTESTAZIONE (CLIENTE O TUTORE)
       77  ws-int-nominativo     pic x(101).
       77  ws-int-codfis         pic x(16).
       77  ws-int-indirizzo      pic x(50).
       77  ws-int-localita       pic x(60).
       77  ws-int-email          pic x(50).
       77  ws-minore-nominativo  pic x(101).
       77  ws-minore-codfis      pic x(16).
       77  ws-data-limite-eta    pic 9(8).
       77  ws-anno-limite-eta    pic 9(4).

      * TOTALI DELL'ATTESTAZIONE
       77  ws-tot-sanitario      pic s9(9)v99.
       77  ws-tot-tracciabile    pic s9(9)v99.
       77  ws-tot-contanti       pic s9(9)v99.
       77  ws-tot-non-pagato     pic s9(9)v99.

      * PDF E CODA EMAIL
       77  ws-percorso-pdf       pic x(200).
       77  ws-stampante          pic x(200).
       77  ws-mlq-funzione       pic x value "P".
       77  ws-mlq-numero         pic 9(6).
       77  ws-mlq-doc-tipo       pic x value "S".
       77  ws-mlq-doc-numero     pic 9(6) value 0.
       77  ws-mlq-mese           pic 9(2) value 0.
       77  ws-mlq-oggetto        pic x(50).
       77  ws-mlq-cartella       pic x(160) value spaces.
       77  ws-mlq-gateway        pic x(200) value spaces.
       77  ws-mlq-esito          pic xx.

      * CONTATORI
       77  ws-num-attestazioni   pic 9(5) value 0.
       77  ws-num-accodate       pic 9(5) value 0.
       77  ws-num-senza-email    pic 9(5) value 0.
       77  ws-num-attestazioni-z pic zzzz9.
       77  ws-num-accodate-z     pic zzzz9.
       77  ws-num-senza-email-z  pic zzzz9.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(11).
           05 r-estremi          pic x(21).
           05 r-totale           pic ---.--9,99.
           05 filler             pic x(2).
           05 r-sanitario        pic ---.--9,99.
           05 filler             pic x(2).
           05 r-data-pag         pic x(11).
           05 r-mezzo            pic x(20).

       01  r-totale-riga.
           05 rt-descr           pic x(50).
           05 rt-importo         pic ---.---.--9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".
       77  filler                pic 9.
           88 intestato-tutore   value 1 false 0.
       77  filler                pic 9.
           88 non-trasmesso-ts   value 1 false 0.
       77  filler                pic 9.
           88 font-caricati      value 1 false 0.

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-cliente          pic x(6).
       77  link-stampante        pic x(200).
       77  link-cartella-pdf     pic x(160).
       77  link-invia-email      pic x.
           88 link-email-si      value "S".
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-cliente link-stampante
                                 link-cartella-pdf link-invia-email
                                 link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform SCEGLI-STAMPANTE
           end-if.
           if tutto-ok
              if link-cliente not = spaces
                 move link-cliente to cli-codice
                 read clienti no lock
                      invalid set errori to true
                  not invalid perform ELABORA-CLIENTE
                 end-read
              else
                 move low-value to cli-codice
                 start clienti key >= cli-codice
                       invalid continue
                 end-start
                 perform until 1 = 2
                    read clienti next no lock
                         at end exit perform
                    end-read
                    perform ELABORA-CLIENTE
                    if errori
                       exit perform
                    end-if
                 end-perform
              end-if
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           if link-cliente = spaces
              perform MESSAGGIO-RIEPILOGO
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok      to true.
           set font-caricati to false.
           move 0 to ws-num-attestazioni ws-num-accodate
                     ws-num-senza-email.
           if link-anno = 0
              set errori to true
           end-if.
      * I PDF DA SPEDIRE DEVONO AVERE UNA CARTELLA
           if link-email-si and link-cartella-pdf = spaces
              set errori to true
           end-if.
      * MINORENNE = NATO DOPO IL 31/12 DI DICIOTTO ANNI PRIMA
           compute ws-anno-limite-eta = link-anno - 18.
           move ws-anno-limite-eta to ws-data-limite-eta(1:4).
           move "1231"             to ws-data-limite-eta(5:4).

      ***---
       OPEN-FILES.
           if errori
              exit paragraph
           end-if.
           open input tfatture rfatture tcorrisp rcorrisp
                      clienti articoli codiva param.
           open input incassi.
           if status-incassi = "35"
              open output incassi
              close       incassi
              open input  incassi
           end-if.
           open input consensi.
           if status-consensi = "35"
              open output consensi
              close       consensi
              open input  consensi
           end-if.
           open input tutori.
           if status-tutori = "35"
              open output tutori
              close       tutori
              open input  tutori
           end-if.

      ***---
      * LA STAMPANTE SI SCEGLIE UNA VOLTA SOLA, ANCHE PER IL LOTTO.
       SCEGLI-STAMPANTE.
           if link-stampante = spaces
              initialize spooler-link
              call   "selprint" using selprint-linkage
              cancel "selprint"
           else
              move link-stampante to selprint-stampante
           end-if.
           if selprint-stampante = spaces
              set errori to true
              perform CLOSE-FILES
           end-if.

      ***---
       ELABORA-CLIENTE.
           move 0 to ws-num-doc.
           perform RACCOGLI-FATTURE.
           perform RACCOGLI-CORRISPETTIVI.
           if ws-num-doc = 0
              exit paragraph
           end-if.
           perform PREPARA-INTESTATARIO.
           if link-email-si and ws-int-email = spaces
              add 1 to ws-num-senza-email
              exit paragraph
           end-if.
           perform CONTROLLA-TRASMISSIONE-TS.
           perform ORDINA-DOCUMENTI.
           perform COMPONI-PERCORSO-PDF.
           perform STAMPA.
           if tutto-ok
              add 1 to ws-num-attestazioni
              if link-email-si
                 perform ACCODA-EMAIL
              end-if
           end-if.

      ***---
       RACCOGLI-FATTURE.
           move cli-codice to tfa-cliente.
           start tfatture key >= tfa-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tfatture next no lock at end exit perform end-read
              if tfa-cliente not = cli-codice
                 exit perform
              end-if
              if tfa-anno = link-anno
                 perform SOMMA-RIGHE-SANITARIE-FT
                 if ws-importo-san > 0 and ws-num-doc < ws-max-doc
                    add 1 to ws-num-doc
                    set ws-didx to ws-num-doc
                    move tfa-numero to ws-cur-numero
                    if tfa-numero-sez not = 0
                       move tfa-numero-sez to ws-cur-numero
                    end-if
                    initialize ws-doc-estremi(ws-didx)
                    if cli-lingua-inglese
                       string "Invoice "     delimited size
                              ws-cur-numero  delimited size
                              "/"            delimited size
                              tfa-anno       delimited size
                              into ws-doc-estremi(ws-didx)
                       end-string
                    else
                       string "Fattura "     delimited size
                              ws-cur-numero  delimited size
                              "/"            delimited size
                              tfa-anno       delimited size
                              into ws-doc-estremi(ws-didx)
                       end-string
                    end-if
                    move tfa-data-doc    to ws-doc-data(ws-didx)
                    move tfa-importo-tot to ws-doc-totale(ws-didx)
                    move ws-importo-san  to ws-doc-sanitario(ws-didx)
                    if tfa-pagata
                       move tfa-data-pagamento
                         to ws-doc-data-pag(ws-didx)
                    else
                       move 0 to ws-doc-data-pag(ws-didx)
                    end-if
                    move tfa-pagamento to ws-cur-mezzo
                    perform CERCA-MEZZO-INCASSO
                    perform IMPOSTA-MEZZO
                 end-if
              end-if
           end-perform.

      ***---
       RACCOGLI-CORRISPETTIVI.
      * I CORRISPETTIVI SONO INCASSATI ALL'EMISSIONE.
           move cli-codice to tco-cliente.
           start tcorrisp key >= tco-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tcorrisp next no lock at end exit perform end-read
              if tco-cliente not = cli-codice
                 exit perform
              end-if
              if tco-anno = link-anno
                 perform SOMMA-RIGHE-SANITARIE-CO
                 if ws-importo-san > 0 and ws-num-doc < ws-max-doc
                    add 1 to ws-num-doc
                    set ws-didx to ws-num-doc
                    move tco-numero to ws-cur-numero
                    if tco-numero-sez not = 0
                       move tco-numero-sez to ws-cur-numero
                    end-if
                    initialize ws-doc-estremi(ws-didx)
                    if cli-lingua-inglese
                       string "Receipt "     delimited size
                              ws-cur-numero  delimited size
                              "/"            delimited size
                              tco-anno       delimited size
                              into ws-doc-estremi(ws-didx)
                       end-string
                    else
                       string "Corrisp. "    delimited size
                              ws-cur-numero  delimited size
                              "/"            delimited size
                              tco-anno       delimited size
                              into ws-doc-estremi(ws-didx)
                       end-string
                    end-if
                    move tco-data-doc    to ws-doc-data(ws-didx)
                                            ws-doc-data-pag(ws-didx)
                    move tco-importo-tot to ws-doc-totale(ws-didx)
                    move ws-importo-san  to ws-doc-sanitario(ws-didx)
                    move tco-pagamento   to ws-cur-mezzo
                    perform IMPOSTA-MEZZO
                 end-if
              end-if
           end-perform.

      ***---
      * L'ULTIMO INCASSO REGISTRATO SULLA FATTURA DICE COME E' STATA
      * SALDATA; SENZA INCASSI RESTA IL MEZZO DI TESTATA.
       CERCA-MEZZO-INCASSO.
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
              move inc-mezzo to ws-cur-mezzo
           end-perform.

      ***---
       IMPOSTA-MEZZO.
           if ws-cur-mezzo = spaces
              move 78-mezzo-contanti to ws-cur-mezzo
           end-if.
           move ws-cur-mezzo to ws-doc-mezzo(ws-didx).
           if ws-cur-mezzo = 78-mezzo-contanti
              move "N" to ws-doc-tracciabile(ws-didx)
           else
              move "S" to ws-doc-tracciabile(ws-didx)
           end-if.

      ***---
       SOMMA-RIGHE-SANITARIE-FT.
      * SOLO LE RIGHE IL CUI ARTICOLO E' MARCATO COME PRESTAZIONE
      * SANITARIA ENTRANO NELLA PARTE SANITARIA DEL DOCUMENTO.
           move 0 to ws-importo-san ws-num-san.
           move low-value  to rfa-rec.
           move tfa-chiave to rfa-chiave-testa.
           start rfatture key >= rfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rfatture next no lock at end exit perform end-read
              if rfa-chiave-testa not = tfa-chiave
                 exit perform
              end-if
              if rfa-articolo not = spaces
                 move rfa-articolo to art-codice
                 read articoli no lock
                      invalid continue
                  not invalid
                      if art-prestazione-san
                         move rfa-codiva to ws-san-codice-riga
                         if ws-san-codice-riga = spaces
                            move tfa-iva to ws-san-codice-riga
                         end-if
                         if rfa-qta = 0
                            move rfa-prz to ws-san-importo-riga
                         else
                            compute ws-san-importo-riga =
                                    rfa-prz * rfa-qta
                         end-if
                         perform ACCUMULA-SANITARIA
                      end-if
                 end-read
              end-if
           end-perform.
           perform CALCOLA-IMPORTI-SANITARI.

      ***---
       SOMMA-RIGHE-SANITARIE-CO.
           move 0 to ws-importo-san ws-num-san.
           move low-value  to rco-rec.
           move tco-chiave to rco-chiave-testa.
           start rcorrisp key >= rco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rcorrisp next no lock at end exit perform end-read
              if rco-chiave-testa not = tco-chiave
                 exit perform
              end-if
              if rco-articolo not = spaces
                 move rco-articolo to art-codice
                 read articoli no lock
                      invalid continue
                  not invalid
                      if art-prestazione-san
                         move rco-codiva to ws-san-codice-riga
                         if ws-san-codice-riga = spaces
                            move tco-iva to ws-san-codice-riga
                         end-if
                         if rco-qta = 0
                            move rco-prz to ws-san-importo-riga
                         else
                            compute ws-san-importo-riga =
                                    rco-prz * rco-qta
                         end-if
                         perform ACCUMULA-SANITARIA
                      end-if
                 end-read
              end-if
           end-perform.
           perform CALCOLA-IMPORTI-SANITARI.

      ***---
      * UN GRUPPO PER CODICE IVA; UN CODICE OLTRE IL DECIMO CONFLUISCE
      * NEL PRIMO GRUPPO DEL DOCUMENTO.
       ACCUMULA-SANITARIA.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-san
              if ws-san-codice(ws-sidx) = ws-san-codice-riga
                 exit perform
              end-if
           end-perform.
           if ws-sidx > ws-num-san
              if ws-num-san < ws-max-san
                 add 1 to ws-num-san
                 set ws-sidx to ws-num-san
                 move ws-san-codice-riga to ws-san-codice(ws-sidx)
                                            iva-codice
                 read codiva no lock
                      invalid initialize rec-codiva
                 end-read
                 move iva-aliquota to ws-san-aliquota(ws-sidx)
                 move 0 to ws-san-imponibile(ws-sidx)
              else
                 set ws-sidx to 1
              end-if
           end-if.
           add ws-san-importo-riga to ws-san-imponibile(ws-sidx).

      ***---
      * LA SPESA DA COMUNICARE E' QUELLA PAGATA DAL CLIENTE: ALLA BASE
      * DI OGNI GRUPPO SI AGGIUNGE L'IVA DELLA SUA ALIQUOTA.
       CALCOLA-IMPORTI-SANITARI.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-san
              compute ws-san-imposta rounded =
                      ws-san-imponibile(ws-sidx) *
                      ws-san-aliquota(ws-sidx) / 100
              compute ws-san-importo(ws-sidx) =
                      ws-san-imponibile(ws-sidx) + ws-san-imposta
              add ws-san-importo(ws-sidx) to ws-importo-san
           end-perform.

      ***---
      * SE IL CLIENTE ERA MINORENNE A FINE ANNO E HA UN TUTORE,
      * L'ATTESTAZIONE E' DEL TUTORE CON IL MINORE RICHIAMATO.
       PREPARA-INTESTATARIO.
           set intestato-tutore to false.
           move spaces to ws-minore-nominativo ws-minore-codfis.
           if cli-data-n not = 0 and cli-data-n > ws-data-limite-eta
              move cli-codice to tut-cliente
              read tutori no lock
                   invalid continue
               not invalid set intestato-tutore to true
              end-read
           end-if.
           initialize ws-int-nominativo ws-int-localita.
           if intestato-tutore
              string tut-ragsoc delimited "  "
                     " "        delimited size
                     tut-nome   delimited size
                     into ws-int-nominativo
              end-string
              move tut-codfis    to ws-int-codfis
              move tut-indirizzo to ws-int-indirizzo
              string tut-cap      delimited size
                     " "          delimited size
                     tut-localita delimited "  "
                     " ("         delimited size
                     tut-prov     delimited size
                     ")"          delimited size
                     into ws-int-localita
              end-string
              move tut-email     to ws-int-email
              if ws-int-email = spaces
                 move cli-email  to ws-int-email
              end-if
              string cli-ragsoc delimited "  "
                     " "        delimited size
                     cli-nome   delimited size
                     into ws-minore-nominativo
              end-string
              move cli-codfis    to ws-minore-codfis
           else
              string cli-ragsoc delimited "  "
                     " "        delimited size
                     cli-nome   delimited size
                     into ws-int-nominativo
              end-string
              move cli-codfis    to ws-int-codfis
              move cli-indirizzo to ws-int-indirizzo
              string cli-cap      delimited size
                     " "          delimited size
                     cli-localita delimited "  "
                     " ("         delimited size
                     cli-prov     delimited size
                     ")"          delimited size
                     into ws-int-localita
              end-string
              move cli-email     to ws-int-email
           end-if.

      ***---
      * STESSE ESCLUSIONI DI ST-TESSERA: SENZA CODICE FISCALE O CON
      * L'OPPOSIZIONE VALIDA LE SPESE NON SONO ANDATE AL SISTEMA TS.
       CONTROLLA-TRASMISSIONE-TS.
           set non-trasmesso-ts to false.
           if cli-codfis = spaces
              set non-trasmesso-ts to true
              exit paragraph
           end-if.
           move cli-codice to con-cliente.
           move "S"        to con-tipo.
           read consensi no lock
                invalid continue
            not invalid
                if con-data-concesso not = 0 and
                   con-data-revocato = 0
                   set non-trasmesso-ts to true
                end-if
           end-read.

      ***---
       ORDINA-DOCUMENTI.
      * ORDINAMENTO A BOLLE PER DATA CRESCENTE COME ST-CLI360
           if ws-num-doc > 1
              compute ws-fine-i = ws-num-doc - 1
              perform varying ws-i from 1 by 1 until ws-i > ws-fine-i
                 perform varying ws-j from 1 by 1
                           until ws-j > ws-num-doc - ws-i
                    if ws-doc-data(ws-j) > ws-doc-data(ws-j + 1)
                       move ws-doc(ws-j)     to ws-doc-temp
                       move ws-doc(ws-j + 1) to ws-doc(ws-j)
                       move ws-doc-temp      to ws-doc(ws-j + 1)
                    end-if
                 end-perform
              end-perform
           end-if.

      ***---
       COMPONI-PERCORSO-PDF.
           move spaces to ws-percorso-pdf.
           if link-cartella-pdf = spaces
              exit paragraph
           end-if.
           inspect link-cartella-pdf
                   replacing trailing spaces by low-value.
           string link-cartella-pdf delimited low-value
                  "ATTSAN_"         delimited size
                  link-anno         delimited size
                  "_"               delimited size
                  cli-codice        delimited spaces
                  ".pdf"            delimited size
             into ws-percorso-pdf
           end-string.
           inspect link-cartella-pdf
                   replacing trailing low-value by spaces.

      ***---
      * UN LAVORO DI STAMPA PER OGNI ATTESTAZIONE, COSI' OGNUNA PUO'
      * DIVENTARE IL SUO PDF.
       STAMPA.
           move selprint-num-copie to SPL-NUM-COPIE.
           move selprint-stampante to SPL-NOME-STAMPANTE.
           if ws-percorso-pdf not = spaces
              move "S"             to SPL-SALVA-PDF
              move ws-percorso-pdf to SPL-PERCORSO-PDF
           else
              move selprint-salva-pdf    to SPL-SALVA-PDF
              move selprint-percorso-pdf to SPL-PERCORSO-PDF
           end-if.
           move titolo to spl-nome-job.
           set spl-apertura to true.
           set spl-vertical to true.
           set WFDEVICE-WIN-PRINTER    to true.
           call "spooler" using spooler-link.
           if spl-sta-annu
              set errori to true
              exit paragraph
           end-if.
           move spl-altezza to save-altezza-pagina.
           if not font-caricati
              perform CARICA-FONT
              if errori
                 exit paragraph
              end-if
              set font-caricati to true
           end-if.

      * I FONT DI RISERVA STANNO SUL PROFILO PRINCIPALE: LA CARTA
      * INTESTATA DELLA SEDE SI LEGGE DOPO AVERLI CARICATI.
           perform LEGGI-PARAM-STUDIO.
           perform INTESTAZIONE.
           move 0 to ws-tot-sanitario ws-tot-tracciabile
                     ws-tot-contanti ws-tot-non-pagato.
           move Calibri10 to spl-hfont.
           perform varying ws-didx from 1 by 1
                     until ws-didx > ws-num-doc
              perform STAMPA-DOCUMENTO
           end-perform.

           add 0,3 to save-riga.
           move Calibri12B to spl-hfont.
           move 0          to spl-tipo-colonna.
           if cli-lingua-inglese
              move "Total healthcare expenses"     to rt-descr
           else
              move "Totale spese sanitarie"        to rt-descr
           end-if.
           move ws-tot-sanitario to rt-importo.
           perform STAMPA-TOTALE.
           move Calibri10 to spl-hfont.
           if cli-lingua-inglese
              move "  of which paid by traceable means" to rt-descr
           else
              move "  di cui pagate con mezzi tracciabili" to rt-descr
           end-if.
           move ws-tot-tracciabile to rt-importo.
           perform STAMPA-TOTALE.
           if cli-lingua-inglese
              move "  of which paid in cash"       to rt-descr
           else
              move "  di cui pagate in contanti"   to rt-descr
           end-if.
           move ws-tot-contanti to rt-importo.
           perform STAMPA-TOTALE.
           if ws-tot-non-pagato not = 0
              if cli-lingua-inglese
                 move "  not yet paid"             to rt-descr
              else
                 move "  non ancora pagate"        to rt-descr
              end-if
              move ws-tot-non-pagato to rt-importo
              perform STAMPA-TOTALE
           end-if.

           add 0,5 to save-riga.
           if non-trasmesso-ts
              if cli-lingua-inglese
                 move "These expenses were not transmitted to the "
                   to spl-riga-stampa
                 perform SCRIVI
                 move "Sistema Tessera Sanitaria: they must be entered"
                   to spl-riga-stampa
                 perform SCRIVI
                 move "directly in the tax return."
                   to spl-riga-stampa
                 perform SCRIVI
              else
                 move "Queste spese non sono state trasmesse al Sistema"
                   to spl-riga-stampa
                 perform SCRIVI
                 move "Tessera Sanitaria: vanno indicate direttamente"
                   to spl-riga-stampa
                 perform SCRIVI
                 move "nella dichiarazione dei redditi."
                   to spl-riga-stampa
                 perform SCRIVI
              end-if
           else
              if cli-lingua-inglese
                 move "These expenses were transmitted to the Sistema "
                   to spl-riga-stampa
                 perform SCRIVI
                 move "Tessera Sanitaria for the pre-filled tax return."
                   to spl-riga-stampa
                 perform SCRIVI
              else
                 move "Queste spese sono state trasmesse al Sistema"
                   to spl-riga-stampa
                 perform SCRIVI
                 move "Tessera Sanitaria per la dichiarazione"
                   to spl-riga-stampa
                 perform SCRIVI
                 move "precompilata."
                   to spl-riga-stampa
                 perform SCRIVI
              end-if
           end-if.

           set spl-chiusura to true.
           call   "spooler" using spooler-link.

      ***---
       STAMPA-DOCUMENTO.
           initialize r-riga.
           string ws-doc-data(ws-didx)(7:2) delimited size
                  "/"                       delimited size
                  ws-doc-data(ws-didx)(5:2) delimited size
                  "/"                       delimited size
                  ws-doc-data(ws-didx)(1:4) delimited size
                  into r-data
           end-string.
           move ws-doc-estremi(ws-didx)   to r-estremi.
           move ws-doc-totale(ws-didx)    to r-totale.
           move ws-doc-sanitario(ws-didx) to r-sanitario.
           add ws-doc-sanitario(ws-didx)  to ws-tot-sanitario.
           if ws-doc-data-pag(ws-didx) = 0
              if cli-lingua-inglese
                 move "not paid"   to r-data-pag
              else
                 move "non pagata" to r-data-pag
              end-if
              add ws-doc-sanitario(ws-didx) to ws-tot-non-pagato
           else
              string ws-doc-data-pag(ws-didx)(7:2) delimited size
                     "/"                           delimited size
                     ws-doc-data-pag(ws-didx)(5:2) delimited size
                     "/"                           delimited size
                     ws-doc-data-pag(ws-didx)(1:4) delimited size
                     into r-data-pag
              end-string
              move ws-doc-mezzo(ws-didx) to r-mezzo
              if ws-doc-tracciabile(ws-didx) = "S"
                 add ws-doc-sanitario(ws-didx) to ws-tot-tracciabile
              else
                 add ws-doc-sanitario(ws-didx) to ws-tot-contanti
              end-if
           end-if.
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
       STAMPA-TOTALE.
           move 2 to spl-tipo-colonna.
           move r-totale-riga to spl-riga-stampa.
           perform SCRIVI.
           move 0 to spl-tipo-colonna.

      ***---
      * CARTA INTESTATA DELLA SEDE, INTESTATARIO E INTESTAZIONE DELLE
      * COLONNE.
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
           initialize spl-riga-stampa.
           if cli-lingua-inglese
              string "Healthcare expenses - year " delimited size
                     link-anno                    delimited size
                     into spl-riga-stampa
              end-string
           else
              string "Attestazione spese sanitarie - anno "
                                                   delimited size
                     link-anno                    delimited size
                     into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 4,3                to save-riga.
           move ws-int-nominativo  to spl-riga-stampa.
           perform SCRIVI.
           move Calibri10          to spl-hfont.
           move ws-int-indirizzo   to spl-riga-stampa.
           perform SCRIVI.
           move ws-int-localita    to spl-riga-stampa.
           perform SCRIVI.
           initialize spl-riga-stampa.
           if cli-lingua-inglese
              string "Tax code: "    delimited size
                     ws-int-codfis   delimited size
                     into spl-riga-stampa
              end-string
           else
              string "Codice fiscale: " delimited size
                     ws-int-codfis      delimited size
                     into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.
           if intestato-tutore
              initialize spl-riga-stampa
              if cli-lingua-inglese
                 string "On behalf of the minor " delimited size
                        ws-minore-nominativo      delimited "  "
                        " - tax code "            delimited size
                        ws-minore-codfis          delimited size
                        into spl-riga-stampa
                 end-string
              else
                 string "Per conto del minore "   delimited size
                        ws-minore-nominativo      delimited "  "
                        " - C.F. "                delimited size
                        ws-minore-codfis          delimited size
                        into spl-riga-stampa
                 end-string
              end-if
              perform SCRIVI
           end-if.

           move 8,0 to save-riga.
           move Calibri12B to spl-hfont.
           initialize spl-riga-stampa.
           if cli-lingua-inglese
              string "DATE       DOCUMENT"          delimited size
                     "                    TOTAL"    delimited size
                     "  HEALTHCARE  PAID ON    METHOD"
                                                    delimited size
                     into spl-riga-stampa
              end-string
           else
              string "DATA       DOCUMENTO"         delimited size
                     "                  TOTALE"     delimited size
                     "   SANITARIO  PAGATO IL  MEZZO"
                                                    delimited size
                     into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 0 to num-righe.
           move 8,5 to save-riga.

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
       ACCODA-EMAIL.
           initialize ws-mlq-oggetto.
           if cli-lingua-inglese
              string "Healthcare expenses " delimited size
                     link-anno              delimited size
                     into ws-mlq-oggetto
              end-string
           else
              string "Attestazione spese sanitarie " delimited size
                     link-anno                      delimited size
                     into ws-mlq-oggetto
              end-string
           end-if.
           move spaces to ws-stampante.
           call "st-mailq" using ws-mlq-funzione ws-mlq-numero
                                 ws-mlq-doc-tipo link-anno
                                 ws-mlq-doc-numero ws-mlq-mese
                                 ws-int-email ws-mlq-oggetto
                                 ws-mlq-cartella ws-mlq-gateway
                                 ws-stampante link-operatore
                                 ws-mlq-esito cli-codice
                                 ws-percorso-pdf.
           cancel "st-mailq".
           if ws-mlq-esito = "OK"
              add 1 to ws-num-accodate
           end-if.

      ***---
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           move ws-num-attestazioni to ws-num-attestazioni-z.
           move ws-num-accodate     to ws-num-accodate-z.
           move ws-num-senza-email  to ws-num-senza-email-z.
           string "Attestazioni prodotte: " delimited size
                  ws-num-attestazioni-z     delimited size
                  X"0D0A"                   delimited size
                  "Accodate per l'invio: "  delimited size
                  ws-num-accodate-z         delimited size
                  X"0D0A"                   delimited size
                  "Clienti senza email: "   delimited size
                  ws-num-senza-email-z      delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

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
           move "ST-ATTSAN"       to ell-programma.
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
           close tfatture rfatture tcorrisp rcorrisp incassi clienti
                 articoli codiva consensi tutori param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
