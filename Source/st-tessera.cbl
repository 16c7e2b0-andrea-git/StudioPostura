      * IMPORTO DELLE SOLE RIGHE SANITARIE E STATO PAGATO/NON PAGATO
      * (DA TFA-STATO-PAGAMENTO, ALIMENTATO DAL REGISTRO INCASSI; I
      * CORRISPETTIVI SONO PAGATI PER DEFINIZIONE). TRACCIATO A
      * CAMPI SEPARATI DA PUNTO E VIRGOLA, UNO PER DOCUMENTO E CODICE
      * IVA DI RIGA (A SPAZI VALE QUELLO DI TESTATA): L'IMPORTO E'
      * COMPRENSIVO DELL'IVA DELLE RIGHE SANITARIE DI QUEL CODICE E IN
      * CODA AL RECORD VIAGGIANO ALIQUOTA E NATURA (DA CODIVA).
      * VIENE RISPETTATA L'OPPOSIZIONE DEL CLIENTE (CON-TIPO "S" SU
      * CONSENSI: UN RECORD VALIDO = NON INVIARE) E I CLIENTI SENZA
      * CODICE FISCALE NON SI POSSONO INVIARE: GLI UNI E GLI ALTRI
           copy "rcorrisp.sl".
           copy "clienti.sl".
           copy "articoli.sl".
           copy "codiva.sl".
           copy "consensi.sl".
           copy "param.sl".
           select tsfile assign to ws-percorso-ts
           copy "rcorrisp.fd".
           copy "clienti.fd".
           copy "articoli.fd".
           copy "codiva.fd".
           copy "consensi.fd".
           copy "param.fd".

       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-codiva         pic xx.
       77  status-consensi       pic xx.
       77  status-param          pic xx.
       77  status-tsfile         pic xx.
       77  ws-importo-ed         pic -(7)9,99.
       77  ws-motivo             pic x(30).

      * RIGHE SANITARIE DEL DOCUMENTO RAGGRUPPATE PER CODICE IVA
       78  ws-max-san            value 10.
       01  ws-san-tab.
           05 ws-san             occurs 10 times indexed by ws-sidx.
              10 ws-san-codice        pic x(3).
              10 ws-san-aliquota      pic 9(3)v99.
              10 ws-san-natura        pic x(4).
              10 ws-san-imponibile    pic s9(7)v99.
              10 ws-san-importo       pic s9(7)v99.
       77  ws-num-san            pic 9(2) value 0.
       77  ws-san-codice-riga    pic x(3).
       77  ws-san-importo-riga   pic s9(7)v99.
       77  ws-san-imposta        pic s9(7)v99.
       77  ws-aliquota-ed        pic zz9,99.

      * CONTATORI
       77  ws-num-estratti       pic 9(5) value 0.
       77  ws-num-esclusi        pic 9(5) value 0.

       77  num-righe             pic 9(3).

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-percorso-file    pic x(200).

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              display message
                      "In addestramento non si trasmette nulla."
              set link-esito-ko to true
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
      ***---
       OPEN-FILES.
           open input tfatture rfatture tcorrisp rcorrisp
                      clienti articoli codiva param.
           open input consensi.
           if status-consensi = "35"
              open output consensi
       SOMMA-RIGHE-SANITARIE-FT.
      * SOLO LE RIGHE IL CUI ARTICOLO E' MARCATO COME PRESTAZIONE
      * SANITARIA ENTRANO NELL'IMPORTO DA INVIARE.
           move 0 to ws-importo-san ws-num-san.
           move low-value  to rfa-rec.
           move tfa-chiave to rfa-chiave-testa.
           start rfatture key >= rfa-chiave
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
                 move iva-natura   to ws-san-natura(ws-sidx)
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
       ELABORA-DOCUMENTO.
              perform ACCODA-ESCLUSO
              exit paragraph
           end-if.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-san
              if ws-san-importo(ws-sidx) > 0
                 perform SCRIVI-RECORD-TS
              end-if
           end-perform.

      ***---
       CONTROLLA-ESCLUSIONI.

      ***---
       SCRIVI-RECORD-TS.
           move ws-san-importo(ws-sidx)  to ws-importo-ed.
           call "C$JUSTIFY" using ws-importo-ed, "L".
           move ws-san-aliquota(ws-sidx) to ws-aliquota-ed.
           call "C$JUSTIFY" using ws-aliquota-ed, "L".
           initialize rec-tsfile.
           string cli-codfis           delimited size
                  ";"                  delimited size
                  ws-importo-ed        delimited spaces
                  ";"                  delimited size
                  ws-doc-pagato        delimited size
                  ";"                  delimited size
                  ws-aliquota-ed       delimited spaces
                  ";"                  delimited size
                  ws-san-natura(ws-sidx) delimited spaces
             into rec-tsfile
           end-string.
           write rec-tsfile.

           display message messaggio.

           initialize errlog-link.
           move "ST-TESSERA"      to ell-programma.
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
      ***---
       CLOSE-FILES.
           close tfatture rfatture tcorrisp rcorrisp clienti
                 articoli codiva consensi param.
           if ts-aperto
              close tsfile
           end-if.
