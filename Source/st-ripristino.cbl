      * FATTURA O DI UNA CONVERSIONE) DISFA I PASSI ALL'INDIETRO:
      *   - GLI INSERIMENTI REGISTRATI VENGONO CANCELLATI (RIGHE
      *     RFATTURE, TESTATE TFATTURE GENERATE, INCASSI, MOVIMENTI
      *     DI MAGAZZINO, UTILIZZI DELLE PROMOZIONI)
      *   - LE MODIFICHE VENGONO RIPORTATE ALL'IMMAGINE PRECEDENTE
      *     SALVATA NEL PASSO (IMPORTI/HASH/STATO DELLA TESTATA
      *     TFATTURE: POS. 1-9 IMPONIBILE, 10-18 IVA, 19-27 TOTALE,
      *     28-43 HASH, 44 STATO PAGAMENTO; RESIDUO ACCONTI IN POS.
      *     1-9; RIGA RFATTURE SCONTATA DA UNA PROMOZIONE: 1-7
      *     LISTINO, 8-12 SCONTO, 13-19 PREZZO; RIGA RFATTURE BATTUTA
      *     CON IL LETTORE: IN PIU' 20-39 CODICE LETTO, CHE TORNA IN
      *     DESCRIZIONE SENZA ARTICOLO - TRACCIATI CONCORDATI CON CHI
      *     SCRIVE I PASSI)
      * LA CORNICE PASSA IN STATO RIPRISTINATO E OGNI AZIONE ESCE
      * SUL TABULATO. VA LANCIATO ALL'AVVIO DEL SISTEMA E COME PASSO
      * DEL GIRO NOTTURNO (BATCHJOB), COSI' UNA SEQUENZA MONCA SI
           copy "acconti.sl".
           copy "incassi.sl".
           copy "movmag.sl".
           copy "promouso.sl".
           copy "param.sl".

      *****************************************************************
           copy "acconti.fd".
           copy "incassi.fd".
           copy "movmag.fd".
           copy "promouso.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-giornale       pic xx.
       77  status-tfatture       pic xx.
       77  status-acconti        pic xx.
       77  status-incassi        pic xx.
       77  status-movmag         pic xx.
       77  status-promouso       pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.
           05 ws-img-stato       pic x(1).
       01  ws-immagine-acc.
           05 ws-img-residuo     pic s9(7)v99.
       01  ws-immagine-rfa.
           05 ws-img-listino     pic 9(5)v99.
           05 ws-img-sconto      pic s9(3)v99.
           05 ws-img-prz         pic s9(5)v99.
           05 ws-img-codice-letto pic x(20).
       77  ws-num-ripristinate   pic 9(2) value 0.
       77  ws-num-ripristinate-z pic z9.

              close       movmag
              open i-o    movmag
           end-if.
           open i-o promouso.
           if status-promouso = "35"
              open output promouso
              close       promouso
              open i-o    promouso
           end-if.
           open input param.

      ***---
                                       to ws-azione
                     end-rewrite
                end-read
           when ws-pas-file(ws-pidx) = "RFATTURE" and
                ws-pas-operazione(ws-pidx) = "M"
                move ws-pas-chiave(ws-pidx)(1:14) to rfa-chiave
                read rfatture
                     invalid move "GIA' ASSENTE" to ws-azione
                 not invalid
                     move ws-pas-immagine(ws-pidx)(1:39)
                       to ws-immagine-rfa
                     move ws-img-listino to rfa-listino
                     move ws-img-sconto  to rfa-sconto
                     move ws-img-prz     to rfa-prz
                     if ws-img-codice-letto not = spaces
                        move spaces              to rfa-articolo
                        move ws-img-codice-letto to rfa-descrizione
                     end-if
                     rewrite rec-rfatture
                             invalid move "NON RISCRIVIBILE"
                                       to ws-azione
                         not invalid move "RIGA RIPRISTINATA"
                                       to ws-azione
                     end-rewrite
                end-read
           when ws-pas-file(ws-pidx) = "PROMOUSO" and
                ws-pas-operazione(ws-pidx) = "I"
                move ws-pas-chiave(ws-pidx)(1:11) to pru-chiave
                read promouso
                     invalid move "GIA' ASSENTE" to ws-azione
                 not invalid
                     delete promouso record
                            invalid move "NON CANCELLABILE"
                                      to ws-azione
                        not invalid move "UTILIZZO CANCELLATO"
                                      to ws-azione
                     end-delete
                end-read
           when ws-pas-file(ws-pidx) = "ACCONTI" and
                ws-pas-operazione(ws-pidx) = "M"
                move ws-pas-chiave(ws-pidx)(1:10) to acc-chiave

           display message messaggio.

           initialize errlog-link.
           move "ST-RIPRISTINO"   to ell-programma.
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
           close giornale tfatture rfatture acconti incassi
                 movmag promouso param.

      ***---
       EXIT-PGM.
