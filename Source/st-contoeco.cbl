       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-contoeco.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CONTO ECONOMICO GESTIONALE PER SEDE: PER IL MESE RICHIESTO E
      * PER IL PROGRESSIVO DA GENNAIO, CIASCUNO AFFIANCATO ALLO STESSO
      * PERIODO DELL'ANNO PRIMA, RICAVI, COSTI PER CATEGORIA, TOTALE
      * COSTI E MARGINE DI OGNI STUDIO, PIU' IL TOTALE DI TUTTE LE
      * SEDI. TUTTI GLI IMPORTI SONO IMPONIBILI, SENZA IVA.
      * RICAVI: COME ST-RIEPILOGO, I MESI CHIUSI DAGLI AGGREGATI
      * STATMENS E IL MESE IN CORSO DAL DETTAGLIO (TFATTURE/TCORRISP,
      * NOTE DI CREDITO IN NEGATIVO), SEDE = STUDIO DEL CLIENTE.
      * COSTI: FATTURE DI ACQUISTO (TFATACQ) PER DATA DEL DOCUMENTO,
      * SULLA CATEGORIA FAC-CATEGORIA-COSTO (A SPAZI FINISCONO FRA I
      * NON CLASSIFICATI) E DIVISI FRA LE SEDI SECONDO FAC-RIPARTO;
      * SENZA RIPARTIZIONE IL COSTO VA ALLO STUDIO PRINCIPALE. IL
      * CENTESIMO DI ARROTONDAMENTO DELLA RIPARTIZIONE VA ALL'ULTIMA
      * SEDE DELLA FATTURA, COSI' I TOTALI TORNANO COL REGISTRO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "tfatture.sl".
           copy "tcorrisp.sl".
           copy "tnotacr.sl".
           copy "statmens.sl".
           copy "tfatacq.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "tfatture.fd".
           copy "tcorrisp.fd".
           copy "tnotacr.fd".
           copy "statmens.fd".
           copy "tfatacq.fd".
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
       77  status-tcorrisp       pic xx.
       77  status-tnotacr        pic xx.
       77  status-statmens       pic xx.
       77  status-tfatacq        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Conto Economico".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-max-sedi           value 20.
       78  78-num-categorie      value 9.

      * CATEGORIE DI COSTO NELL'ORDINE DI STAMPA (CODICI DI
      * FAC-CATEGORIA-COSTO); L'ULTIMA RACCOGLIE I NON CLASSIFICATI
       01  ws-categorie-val.
           05 filler pic x(28) value "AFFAffitti e locazioni".
           05 filler pic x(28) value "PERPersonale e collaboratori".
           05 filler pic x(28) value "MATMateriali di consumo".
           05 filler pic x(28) value "UTEUtenze".
           05 filler pic x(28) value "MKTMarketing e pubblicita'".
           05 filler pic x(28) value "MANManutenzioni".
           05 filler pic x(28) value "SERServizi e consulenze".
           05 filler pic x(28) value "ALTAltri costi".
           05 filler pic x(28) value "   Costi non classificati".
       01  ws-categorie redefines ws-categorie-val.
           05 ws-cat             occurs 9 times.
              10 ws-cat-codice   pic x(3).
              10 ws-cat-descr    pic x(25).

      * TABELLA DELLE SEDI: PER OGNI SEDE I QUATTRO PERIODI DEL
      * CONFRONTO (1 MESE, 2 MESE ANNO PRIMA, 3 PROGRESSIVO,
      * 4 PROGRESSIVO ANNO PRIMA). L'ULTIMA RIGA IN STAMPA E' IL
      * TOTALE DI TUTTE LE SEDI, TENUTO A PARTE.
       01  ws-sedi-tab.
           05 ws-sede            occurs 20 times.
              10 ws-sed-studio   pic x(4).
              10 ws-sed-ricavi   pic s9(9)v99 occurs 4 times.
              10 ws-sed-cat      occurs 9 times.
                 15 ws-sed-costo pic s9(9)v99 occurs 4 times.
       01  ws-totale-sedi.
           05 ws-tsd-ricavi      pic s9(9)v99 occurs 4 times.
           05 ws-tsd-cat         occurs 9 times.
              10 ws-tsd-costo    pic s9(9)v99 occurs 4 times.
       77  ws-num-sedi           pic 99 value 0.
       77  ws-sidx               pic 99.
       77  ws-cidx               pic 99.
       77  ws-pidx               pic 9.
       77  ws-ridx               pic 9.

      * PERIODI DEL DOCUMENTO IN ESAME (S = RIENTRA NEL PERIODO)
       01  ws-periodi-doc.
           05 ws-per-doc         pic x occurs 4 times.
       77  filler                pic 9.
           88 doc-in-periodo     value 1 false 0.

      * CAMPI DI LAVORO PER L'ACCUMULO DI UN SINGOLO DOCUMENTO
       77  ws-cur-studio         pic x(4).
       77  ws-cur-anno           pic 9(4).
       77  ws-cur-mese           pic 9(2).
       77  ws-cur-importo        pic s9(9)v99.
       77  ws-quota              pic s9(9)v99.
       77  ws-residuo            pic s9(9)v99.
       77  ws-ultima-rip         pic 9.
       77  ws-anno-prec          pic 9(4).
       77  ws-data-corrente      pic 9(8).
       77  ws-mese-corrente      pic 9(6).
       77  ws-annomese-agg       pic 9(6).

      * TOTALI DI LAVORO DELLA SEDE IN STAMPA
       01  ws-stampa-sede.
           05 ws-stp-ricavi      pic s9(9)v99 occurs 4 times.
           05 ws-stp-cat         occurs 9 times.
              10 ws-stp-costo    pic s9(9)v99 occurs 4 times.
       01  ws-stp-tot-costi.
           05 ws-stp-costi       pic s9(9)v99 occurs 4 times.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-descr            pic x(30).
           05 r-importo          PIC ---.---.--9,99 occurs 4 times.

       01  r-sede.
           05 rs-studio          pic x(8).
           05 rs-ragsoc          pic x(50).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".
       77  filler                pic 9.
           88 trovato            value 1 false 0.

      * VARIABILI
       77  messaggio             pic x(150) value spaces.
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
       77  link-mese             pic 9(2).
       77  link-stampante        pic x(200).
       77  link-percorso-pdf     pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-mese link-stampante
                                 link-percorso-pdf.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform CARICA-SEDI
              perform SCANSIONE-STATMENS
              perform SCANSIONE-TFATTURE
              perform SCANSIONE-TCORRISP
              perform SCANSIONE-TNOTACR
              perform SCANSIONE-TFATACQ
              perform STAMPA
              perform CLOSE-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           if link-anno = 0 or link-mese < 1 or link-mese > 12
              set errori to true
           end-if.
           compute ws-anno-prec = link-anno - 1.
           accept ws-data-corrente from century-date.
           move ws-data-corrente(1:6) to ws-mese-corrente.
           move 0 to ws-num-sedi.
           initialize ws-sedi-tab ws-totale-sedi.

      ***---
       OPEN-FILES.
           if not tutto-ok
              exit paragraph
           end-if.
           open input clienti param tfatture tcorrisp tnotacr.
           open input statmens.
           if status-statmens = "35"
              open output statmens
              close       statmens
              open input  statmens
           end-if.
           open input tfatacq.
           if status-tfatacq = "35"
              open output tfatacq
              close       tfatacq
              open input  tfatacq
           end-if.

      ***---
      * LE SEDI ESCONO NELL'ORDINE DI PARAM; UNO STUDIO CHE COMPARE
      * SOLO SUI DOCUMENTI (ANAGRAFICA NON PIU' PRESENTE) SI ACCODA.
       CARICA-SEDI.
           move low-value to prm-chiave.
           start param key >= prm-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read param next at end exit perform end-read
              move prm-studio to ws-cur-studio
              perform CERCA-SEDE
           end-perform.

      ***---
       SCANSIONE-STATMENS.
      * I MESI GIA' CHIUSI ARRIVANO DAGLI AGGREGATI, IL MESE IN CORSO
      * DAL DETTAGLIO (STESSO CRITERIO DI ST-RIEPILOGO).
           move low-value to sme-chiave.
           start statmens key >= sme-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read statmens next at end exit perform end-read
              compute ws-annomese-agg = sme-anno * 100 + sme-mese
              if ws-annomese-agg < ws-mese-corrente
                 move sme-anno to ws-cur-anno
                 move sme-mese to ws-cur-mese
                 perform VALUTA-PERIODI
                 if doc-in-periodo
                    move sme-studio     to ws-cur-studio
                    move sme-imponibile to ws-cur-importo
                    perform ACCUMULA-RICAVO
                 end-if
              end-if
           end-perform.

      ***---
       SCANSIONE-TFATTURE.
           move low-value to tfa-chiave.
           move ws-mese-corrente(1:4) to tfa-anno.
           start tfatture key >= tfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next at end exit perform end-read
              if tfa-data-doc(1:6) = ws-mese-corrente
                 move tfa-data-doc(1:4) to ws-cur-anno
                 move tfa-data-doc(5:2) to ws-cur-mese
                 perform VALUTA-PERIODI
                 if doc-in-periodo
                    move tfa-cliente to cli-codice
                    perform LEGGI-STUDIO-CLIENTE
                    move tfa-importo-sub to ws-cur-importo
                    perform ACCUMULA-RICAVO
                 end-if
              end-if
           end-perform.

      ***---
       SCANSIONE-TCORRISP.
           move low-value to tco-chiave.
           move ws-mese-corrente(1:4) to tco-anno.
           start tcorrisp key >= tco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tcorrisp next at end exit perform end-read
              if tco-data-doc(1:6) = ws-mese-corrente
                 move tco-data-doc(1:4) to ws-cur-anno
                 move tco-data-doc(5:2) to ws-cur-mese
                 perform VALUTA-PERIODI
                 if doc-in-periodo
                    move tco-cliente to cli-codice
                    perform LEGGI-STUDIO-CLIENTE
                    move tco-importo-sub to ws-cur-importo
                    perform ACCUMULA-RICAVO
                 end-if
              end-if
           end-perform.

      ***---
       SCANSIONE-TNOTACR.
      * LE NOTE DI CREDITO STORNANO I RICAVI: ENTRANO CON SEGNO MENO
           move low-value to tno-chiave.
           move ws-mese-corrente(1:4) to tno-anno.
           start tnotacr key >= tno-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tnotacr next at end exit perform end-read
              if tno-data-doc(1:6) = ws-mese-corrente
                 move tno-data-doc(1:4) to ws-cur-anno
                 move tno-data-doc(5:2) to ws-cur-mese
                 perform VALUTA-PERIODI
                 if doc-in-periodo
                    move tno-cliente to cli-codice
                    perform LEGGI-STUDIO-CLIENTE
                    compute ws-cur-importo = tno-importo-sub * -1
                    perform ACCUMULA-RICAVO
                 end-if
              end-if
           end-perform.

      ***---
      * LE REGISTRAZIONI DEI DUE ANNI PARTONO DALL'ANNO PRECEDENTE:
      * UNA FATTURA NON SI REGISTRA MAI PRIMA DELLA SUA DATA.
       SCANSIONE-TFATACQ.
           move low-value    to fac-chiave.
           move ws-anno-prec to fac-anno.
           start tfatacq key >= fac-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatacq next at end exit perform end-read
              move fac-data-doc(1:4) to ws-cur-anno
              move fac-data-doc(5:2) to ws-cur-mese
              perform VALUTA-PERIODI
              if doc-in-periodo
                 perform CERCA-CATEGORIA
                 perform RIPARTISCI-COSTO
              end-if
           end-perform.

      ***---
      * IN QUALI DEI QUATTRO PERIODI DEL CONFRONTO CADE IL MESE
      * WS-CUR-ANNO/WS-CUR-MESE.
       VALUTA-PERIODI.
           move spaces to ws-periodi-doc.
           set doc-in-periodo to false.
           if ws-cur-mese > link-mese
              exit paragraph
           end-if.
           evaluate ws-cur-anno
           when link-anno
                move "S" to ws-per-doc(3)
                if ws-cur-mese = link-mese
                   move "S" to ws-per-doc(1)
                end-if
                set doc-in-periodo to true
           when ws-anno-prec
                move "S" to ws-per-doc(4)
                if ws-cur-mese = link-mese
                   move "S" to ws-per-doc(2)
                end-if
                set doc-in-periodo to true
           end-evaluate.

      ***---
       LEGGI-STUDIO-CLIENTE.
           read clienti no lock
                invalid move spaces to cli-studio
           end-read.
           move cli-studio to ws-cur-studio.

      ***---
       CERCA-SEDE.
           set trovato to false.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-sedi
              if ws-sed-studio(ws-sidx) = ws-cur-studio
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato
              if ws-num-sedi < 78-max-sedi
                 add 1 to ws-num-sedi
                 move ws-num-sedi   to ws-sidx
                 move ws-cur-studio to ws-sed-studio(ws-sidx)
              else
      * OLTRE LA CAPIENZA (MAI VISTO) SI CONFLUISCE NELLA PRIMA SEDE
                 move 1 to ws-sidx
              end-if
           end-if.

      ***---
       ACCUMULA-RICAVO.
           perform CERCA-SEDE.
           perform varying ws-pidx from 1 by 1 until ws-pidx > 4
              if ws-per-doc(ws-pidx) = "S"
                 add ws-cur-importo to ws-sed-ricavi(ws-sidx, ws-pidx)
                                       ws-tsd-ricavi(ws-pidx)
              end-if
           end-perform.

      ***---
       CERCA-CATEGORIA.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx >= 78-num-categorie
              if ws-cat-codice(ws-cidx) = fac-categoria-costo
                 exit perform
              end-if
           end-perform.

      ***---
       RIPARTISCI-COSTO.
           move 0 to ws-ultima-rip.
           perform varying ws-ridx from 1 by 1 until ws-ridx > 5
              if fac-rip-perc(ws-ridx) not = 0
                 move ws-ridx to ws-ultima-rip
              end-if
           end-perform.
           if ws-ultima-rip = 0
              move spaces          to ws-cur-studio
              move fac-importo-sub to ws-cur-importo
              perform ACCUMULA-COSTO
              exit paragraph
           end-if.
           move fac-importo-sub to ws-residuo.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > ws-ultima-rip
              if fac-rip-perc(ws-ridx) not = 0
                 if ws-ridx = ws-ultima-rip
                    move ws-residuo to ws-cur-importo
                 else
                    compute ws-cur-importo rounded =
                            fac-importo-sub * fac-rip-perc(ws-ridx)
                            / 100
                    subtract ws-cur-importo from ws-residuo
                 end-if
                 move fac-rip-studio(ws-ridx) to ws-cur-studio
                 perform ACCUMULA-COSTO
              end-if
           end-perform.

      ***---
       ACCUMULA-COSTO.
           perform CERCA-SEDE.
           perform varying ws-pidx from 1 by 1 until ws-pidx > 4
              if ws-per-doc(ws-pidx) = "S"
                 add ws-cur-importo
                  to ws-sed-costo(ws-sidx, ws-cidx, ws-pidx)
                     ws-tsd-costo(ws-cidx, ws-pidx)
              end-if
           end-perform.

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
              perform varying ws-sidx from 1 by 1
                        until ws-sidx > ws-num-sedi
                 move ws-sed-studio(ws-sidx) to prm-studio rs-studio
                 read param no lock
                      invalid move spaces to prm-ragsoc
                 end-read
                 if ws-sed-studio(ws-sidx) = spaces
                    move "(princ.)" to rs-studio
                 end-if
                 move prm-ragsoc to rs-ragsoc
                 move ws-sede(ws-sidx)(5:) to ws-stampa-sede
                 perform STAMPA-SEDE
              end-perform
              if ws-num-sedi > 1
                 move "TOTALE" to rs-studio
                 move "TUTTE LE SEDI" to rs-ragsoc
                 move ws-totale-sedi to ws-stampa-sede
                 perform STAMPA-SEDE
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * UN BLOCCO PER SEDE: RICAVI, LE CATEGORIE CON MOVIMENTI NEI
      * QUATTRO PERIODI, TOTALE COSTI E MARGINE.
       STAMPA-SEDE.
           if num-righe + 14 > 78-max-righe
              move 78-max-righe to num-righe
           end-if.
           perform CONTROLLA-SALTO-PAGINA.
           add 0,3 to save-riga.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-sede to spl-riga-stampa.
           perform SCRIVI.

           move "Ricavi" to r-descr.
           perform varying ws-pidx from 1 by 1 until ws-pidx > 4
              move ws-stp-ricavi(ws-pidx) to r-importo(ws-pidx)
              move 0 to ws-stp-costi(ws-pidx)
           end-perform.
           perform STAMPA-RIGA-IMPORTI.

           move Calibri10 to spl-hfont.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > 78-num-categorie
              if ws-stp-costo(ws-cidx, 1) not = 0 or
                 ws-stp-costo(ws-cidx, 2) not = 0 or
                 ws-stp-costo(ws-cidx, 3) not = 0 or
                 ws-stp-costo(ws-cidx, 4) not = 0
                 move ws-cat-descr(ws-cidx) to r-descr
                 perform varying ws-pidx from 1 by 1 until ws-pidx > 4
                    move ws-stp-costo(ws-cidx, ws-pidx)
                      to r-importo(ws-pidx)
                    add ws-stp-costo(ws-cidx, ws-pidx)
                     to ws-stp-costi(ws-pidx)
                 end-perform
                 perform STAMPA-RIGA-IMPORTI
              end-if
           end-perform.

           move Calibri12B to spl-hfont.
           move "Totale costi" to r-descr.
           perform varying ws-pidx from 1 by 1 until ws-pidx > 4
              move ws-stp-costi(ws-pidx) to r-importo(ws-pidx)
           end-perform.
           perform STAMPA-RIGA-IMPORTI.

           move "Margine" to r-descr.
           perform varying ws-pidx from 1 by 1 until ws-pidx > 4
              compute r-importo(ws-pidx) =
                      ws-stp-ricavi(ws-pidx) - ws-stp-costi(ws-pidx)
           end-perform.
           perform STAMPA-RIGA-IMPORTI.

      ***---
       STAMPA-RIGA-IMPORTI.
           perform CONTROLLA-SALTO-PAGINA.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
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
           string "Mese " delimited size
                  link-mese delimited size
                  "/"       delimited size
                  link-anno delimited size
                  "                 MESE   ANNO PREC."
                  "   PROGRESSIVO   ANNO PREC." delimited size
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
           move "ST-CONTOECO"     to ell-programma.
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
           close clienti param tfatture tcorrisp tnotacr statmens
                 tfatacq.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
