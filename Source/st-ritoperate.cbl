       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-ritoperate.
       AUTHOR.                          Andrea.
      ******************************************************************
      * RIEPILOGO DI FINE ANNO DELLE RITENUTE D'ACCONTO OPERATE SUI
      * COMPENSI DEI COLLABORATORI, PER IL COMMERCIALISTA CHE
      * PREPARA LA CERTIFICAZIONE UNICA E IL 770: PER OGNI
      * PERCIPIENTE (FORNITORE CON CODICE FISCALE E PARTITA IVA) LE
      * FATTURE DI ACQUISTO PAGATE NELL'ANNO RICHIESTO CON
      * FAC-RITENUTA-IMPORTO DIVERSO DA ZERO, CON COMPENSO LORDO,
      * IMPONIBILE DELLA RITENUTA, RITENUTA E DATA DEL VERSAMENTO
      * CON F24 (CODICE 1040 DEL MESE DI PAGAMENTO, VEDI ST-F24). IL
      * CRITERIO E' DI CASSA: CONTA LA DATA DI PAGAMENTO, NON QUELLA
      * DEL DOCUMENTO. SUBTOTALE PER PERCIPIENTE E TOTALI IN CODA; LE
      * RITENUTE NON ANCORA VERSATE RESTANO IN EVIDENZA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tfatacq.sl".
           copy "fornitori.sl".
           copy "f24vers.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tfatacq.fd".
           copy "fornitori.fd".
           copy "f24vers.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatacq        pic xx.
       77  status-fornitori      pic xx.
       77  status-f24vers        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Ritenute Operate".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

      * TOTALI DEL PERCIPIENTE E DELL'ANNO
       77  ws-sub-lordo          pic s9(9)v99 value 0.
       77  ws-sub-imponibile     pic s9(9)v99 value 0.
       77  ws-sub-ritenute       pic s9(9)v99 value 0.
       77  ws-sub-versate        pic s9(9)v99 value 0.
       77  ws-tot-lordo          pic s9(9)v99 value 0.
       77  ws-tot-imponibile     pic s9(9)v99 value 0.
       77  ws-tot-ritenute       pic s9(9)v99 value 0.
       77  ws-tot-versate        pic s9(9)v99 value 0.
       77  ws-num-fatture        pic 9(5) value 0.
       77  ws-num-percipienti    pic 9(5) value 0.
       77  ws-num-fatture-z      pic zzzz9.
       77  ws-num-percipienti-z  pic zzzz9.
       77  ws-fornitore-prec     pic x(6).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 r-documento        pic x(16).
           05 r-lordo            PIC --.---.--9,99.
           05 r-imponibile       PIC --.---.--9,99.
           05 r-ritenuta         PIC --.---.--9,99.
           05 filler             pic x(2).
           05 r-versata          pic x(12).

       01  r-percipiente.
           05 rp-codice          pic x(8).
           05 rp-ragsoc          pic x(40).
           05 filler             pic x(4) value "CF ".
           05 rp-codfis          pic x(18).
           05 filler             pic x(4) value "PI ".
           05 rp-piva            pic x(11).

       01  r-totali.
           05 rt-descr           pic x(28).
           05 rt-lordo           PIC --.---.--9,99.
           05 rt-imponibile      PIC --.---.--9,99.
           05 rt-ritenute        PIC --.---.--9,99.
           05 filler             pic x(2).
           05 rt-versate         PIC --.---.--9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(150) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.
       77  ws-data-dply          pic x(10).

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-stampante        pic x(200).
       77  link-percorso-pdf     pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-stampante
                                 link-percorso-pdf.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform STAMPA
              perform CLOSE-FILES
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           move 0 to ws-tot-lordo ws-tot-imponibile ws-tot-ritenute
                     ws-tot-versate ws-num-fatture ws-num-percipienti.
           move spaces to ws-fornitore-prec.

      ***---
       OPEN-FILES.
           open input tfatacq fornitori param.
           open input f24vers.
           if status-f24vers = "35"
              open output f24vers
              close       f24vers
              open input  f24vers
           end-if.

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
              perform INTESTAZIONE
      * IN ORDINE DI FORNITORE (CHIAVE ALTERNATA) PER I SUBTOTALI
              move low-value to fac-fornitore
              start tfatacq key >= fac-fornitore
                    invalid continue
              end-start
              perform until 1 = 2
                 read tfatacq next at end exit perform end-read
                 if fac-pagata and fac-ritenuta-importo not = 0 and
                    fac-data-pagamento(1:4) = link-anno
                    if fac-fornitore not = ws-fornitore-prec
                       if ws-fornitore-prec not = spaces
                          perform STAMPA-SUBTOTALE
                       end-if
                       perform STAMPA-PERCIPIENTE
                    end-if
                    perform STAMPA-RIGA-FATTURA
                 end-if
              end-perform
              if ws-fornitore-prec not = spaces
                 perform STAMPA-SUBTOTALE
              end-if

              add 0,4 to save-riga
              move Calibri12B to spl-hfont
              move 2 to spl-tipo-colonna
              move spaces to r-totali
              move "TOTALE DELL'ANNO"  to rt-descr
              move ws-tot-lordo      to rt-lordo
              move ws-tot-imponibile to rt-imponibile
              move ws-tot-ritenute   to rt-ritenute
              move ws-tot-versate    to rt-versate
              move r-totali to spl-riga-stampa
              perform SCRIVI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-PERCIPIENTE.
           move fac-fornitore to ws-fornitore-prec for-codice.
           read fornitori no lock
                invalid initialize rec-fornitori
                        move fac-fornitore to for-codice
           end-read.
           add 1 to ws-num-percipienti.
           move 0 to ws-sub-lordo ws-sub-imponibile ws-sub-ritenute
                     ws-sub-versate.
           perform CONTROLLA-SALTO-PAGINA.
           add 0,2 to save-riga.
           move for-codice       to rp-codice.
           move for-ragsoc(1:40) to rp-ragsoc.
           move for-codfis       to rp-codfis.
           move for-piva         to rp-piva.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-percipiente to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-RIGA-FATTURA.
           add 1 to ws-num-fatture.
           add fac-importo-sub         to ws-sub-lordo ws-tot-lordo.
           add fac-ritenuta-imponibile to ws-sub-imponibile
                                          ws-tot-imponibile.
           add fac-ritenuta-importo    to ws-sub-ritenute
                                          ws-tot-ritenute.
           perform CONTROLLA-SALTO-PAGINA.
           initialize ws-data-dply.
           string fac-data-pagamento(7:2) delimited size
                  "/"                     delimited size
                  fac-data-pagamento(5:2) delimited size
                  "/"                     delimited size
                  fac-data-pagamento(1:4) delimited size
                  into ws-data-dply
           end-string.
           move ws-data-dply            to r-data.
           move fac-numero-doc(1:16)    to r-documento.
           move fac-importo-sub         to r-lordo.
           move fac-ritenuta-imponibile to r-imponibile.
           move fac-ritenuta-importo    to r-ritenuta.
           perform CERCA-VERSAMENTO.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       CERCA-VERSAMENTO.
      * LA RITENUTA E' VERSATA CON IL 1040 DEL MESE DI PAGAMENTO.
           move "1040"                  to f24-tributo.
           move fac-data-pagamento(1:4) to f24-anno-rif.
           move fac-data-pagamento(5:2) to f24-periodo-rif.
           read f24vers no lock
                invalid initialize rec-f24vers
           end-read.
           if f24-versato
              add fac-ritenuta-importo to ws-sub-versate
                                          ws-tot-versate
              initialize ws-data-dply
              string f24-data-versamento(7:2) delimited size
                     "/"                      delimited size
                     f24-data-versamento(5:2) delimited size
                     "/"                      delimited size
                     f24-data-versamento(1:4) delimited size
                     into ws-data-dply
              end-string
              move ws-data-dply  to r-versata
           else
              move "DA VERSARE"  to r-versata
           end-if.

      ***---
       STAMPA-SUBTOTALE.
           perform CONTROLLA-SALTO-PAGINA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move spaces to r-totali.
           move "Totale percipiente" to rt-descr.
           move ws-sub-lordo      to rt-lordo.
           move ws-sub-imponibile to rt-imponibile.
           move ws-sub-ritenute   to rt-ritenute.
           move ws-sub-versate    to rt-versate.
           move r-totali to spl-riga-stampa.
           perform SCRIVI.

      ***---
       CONTROLLA-SALTO-PAGINA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move titolo              to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           string "Anno " delimited size
                  link-anno delimited size
                  " - PAGATA IL   DOCUMENTO        LORDO"
                  "     IMPONIBILE      RITENUTA"
                  "   VERSATA IL" delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

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
           move "ST-RITOPERATE"   to ell-programma.
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
           move ws-num-fatture     to ws-num-fatture-z.
           move ws-num-percipienti to ws-num-percipienti-z.
           string "Percipienti nell'anno: " delimited size
                  ws-num-percipienti-z      delimited size
                  X"0D0A"                   delimited size
                  "Fatture con ritenuta: "  delimited size
                  ws-num-fatture-z          delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close tfatacq fornitori f24vers param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
