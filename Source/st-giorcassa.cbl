       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-giorcassa.
       AUTHOR.                          Andrea.
      ******************************************************************
      * GIORNALE DI CASSA (PRIMA NOTA DEI CONTANTI) DAL GIORNO
      * LINK-DATA-DA AL GIORNO LINK-DATA-A (A ZERO = SOLO IL PRIMO),
      * AL MASSIMO UN ANNO. PARTE DAL SALDO DI APERTURA, CIOE' IL
      * CONTATO DELL'ULTIMA CHIUSURA DI CASSA PRECEDENTE, E PER OGNI
      * GIORNATA ELENCA IN ORDINE: I CORRISPETTIVI INCASSATI IN
      * CONTANTI (TCORRISP, UN TOTALE DEL GIORNO), GLI INCASSI IN
      * CONTANTI SU FATTURA (INCASSI), LE USCITE E I VERSAMENTI IN
      * BANCA (MOVCASSA) E, SE LA GIORNATA E' CHIUSA, LA DIFFERENZA
      * FRA CONTATO E TEORICO IN CASSETTO (CHIUCASSA), COSI' CHE IL
      * SALDO PROGRESSIVO DOPO LA CHIUSURA SIA IL CONTANTE CONTATO.
      * COME IN ST-CHIUCASSA UN MEZZO DI PAGAMENTO A SPAZI VALE
      * "Contanti".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tcorrisp.sl".
           copy "incassi.sl".
           copy "movcassa.sl".
           copy "chiucassa.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tcorrisp.fd".
           copy "incassi.fd".
           copy "movcassa.fd".
           copy "chiucassa.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tcorrisp       pic xx.
       77  status-incassi        pic xx.
       77  status-movcassa       pic xx.
       77  status-chiucassa      pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Giornale di Cassa".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-max-giorni         value 366.
       78  78-mezzo-contanti     value "Contanti".

      * GIORNATE DEL PERIODO, IN ORDINE DI DATA, CON IL TOTALE DEI
      * CORRISPETTIVI IN CONTANTI (LE POSIZIONI NON USATE RESTANO A
      * NOVE PER LA RICERCA BINARIA)
       01  ws-giorni-tab.
           05 ws-gg              occurs 366 times
                                 ascending key ws-gg-data
                                 indexed by ws-gidx.
              10 ws-gg-data      pic 9(8).
              10 ws-gg-corrisp   pic s9(9)v99.
       77  ws-num-giorni         pic 9(3) value 0.
       77  ws-gg-idx             pic 9(3).

       01  ws-giorni-mese-tab.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01  filler redefines ws-giorni-mese-tab.
           05 ws-giorni-mese occurs 12 times pic 9(2).

       77  ws-giorno-scan        pic 9(8).
       77  ws-scan-anno          pic 9(4).
       77  ws-scan-mese          pic 9(2).
       77  ws-scan-giorno        pic 9(2).
       77  ws-fine-mese          pic 9(2).
       77  ws-bis-quoz           pic 9(4).
       77  ws-bis-resto          pic 9(4).

       77  ws-saldo              pic s9(9)v99 value 0.
       77  ws-saldo-iniziale     pic s9(9)v99 value 0.
       77  ws-tot-entrate        pic s9(9)v99 value 0.
       77  ws-tot-uscite         pic s9(9)v99 value 0.
       77  ws-entrata            pic s9(9)v99.
       77  ws-uscita             pic s9(9)v99.
       77  ws-differenza         pic s9(9)v99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(11).
           05 r-descr            pic x(45).
           05 r-entrate          pic ---.---.--9,99 blank when zero.
           05 r-uscite           pic ---.---.--9,99 blank when zero.
           05 r-saldo            pic ---.---.--9,99.

       01  r-data-ed.
           05 r-data-gg          pic x(2).
           05 filler             pic x value "/".
           05 r-data-mm          pic x(2).
           05 filler             pic x value "/".
           05 r-data-aaaa        pic x(4).

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
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-percorso-pdf     pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-stampante link-percorso-pdf.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform PREPARA-GIORNI
           end-if.
           if tutto-ok
              perform CALCOLA-SALDO-INIZIALE
              perform CARICA-CORRISPETTIVI
              perform STAMPA
              perform CLOSE-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           if link-data-a = 0
              move link-data-da to link-data-a
           end-if.
           if link-data-da = 0 or link-data-a < link-data-da
              set errori to true
           end-if.
           move 0 to ws-num-giorni ws-saldo ws-saldo-iniziale
                     ws-tot-entrate ws-tot-uscite.

      ***---
       OPEN-FILES.
           if not tutto-ok
              exit paragraph
           end-if.
           open input tcorrisp param.
           open input incassi.
           if status-incassi = "35"
              open output incassi
              close       incassi
              open input  incassi
           end-if.
           open input movcassa.
           if status-movcassa = "35"
              open output movcassa
              close       movcassa
              open input  movcassa
           end-if.
           open input chiucassa.
           if status-chiucassa = "35"
              open output chiucassa
              close       chiucassa
              open input  chiucassa
           end-if.

      ***---
      * UNA POSIZIONE PER OGNI GIORNO DEL PERIODO; UN PERIODO PIU'
      * LUNGO DI UN ANNO NON SI STAMPA.
       PREPARA-GIORNI.
           move all "9" to ws-giorni-tab.
           move link-data-da to ws-giorno-scan.
           perform until ws-giorno-scan > link-data-a
              if ws-num-giorni >= 78-max-giorni
                 set errori to true
                 initialize messaggio
                 string "Il giornale di cassa si stampa al massimo"
                        " per un anno" delimited size
                        into messaggio
                 end-string
                 inspect messaggio replacing trailing space by low-value
                 display message messaggio
                 perform CLOSE-FILES
                 exit perform
              end-if
              add 1 to ws-num-giorni
              move ws-giorno-scan to ws-gg-data(ws-num-giorni)
              move 0              to ws-gg-corrisp(ws-num-giorni)
              perform AVANZA-GIORNO
           end-perform.

      ***---
       AVANZA-GIORNO.
           move ws-giorno-scan(1:4) to ws-scan-anno.
           move ws-giorno-scan(5:2) to ws-scan-mese.
           move ws-giorno-scan(7:2) to ws-scan-giorno.
           move ws-giorni-mese(ws-scan-mese) to ws-fine-mese.
           if ws-scan-mese = 2
              perform VERIFICA-BISESTILE
           end-if.
           if ws-scan-giorno < ws-fine-mese
              add 1 to ws-scan-giorno
           else
              move 1 to ws-scan-giorno
              if ws-scan-mese < 12
                 add 1 to ws-scan-mese
              else
                 move 1 to ws-scan-mese
                 add 1 to ws-scan-anno
              end-if
           end-if.
           move ws-scan-anno   to ws-giorno-scan(1:4).
           move ws-scan-mese   to ws-giorno-scan(5:2).
           move ws-scan-giorno to ws-giorno-scan(7:2).

      ***---
       VERIFICA-BISESTILE.
           divide ws-scan-anno by 4
                  giving ws-bis-quoz remainder ws-bis-resto.
           if ws-bis-resto = 0
              move 29 to ws-fine-mese
              divide ws-scan-anno by 100
                     giving ws-bis-quoz remainder ws-bis-resto
              if ws-bis-resto = 0
                 divide ws-scan-anno by 400
                        giving ws-bis-quoz remainder ws-bis-resto
                 if ws-bis-resto not = 0
                    move 28 to ws-fine-mese
                 end-if
              end-if
           end-if.

      ***---
      * IL SALDO DI APERTURA E' IL CONTANTE CONTATO NELL'ULTIMA
      * GIORNATA CHIUSA PRIMA DEL PERIODO (ZERO SE NON CE NE SONO).
       CALCOLA-SALDO-INIZIALE.
           move link-data-da to chc-data.
           start chiucassa key < chc-data
                 invalid exit paragraph
           end-start.
           read chiucassa previous no lock
                at end continue
            not at end move chc-contato to ws-saldo-iniziale
           end-read.

      ***---
      * UN SOLO GIRO SUI CORRISPETTIVI (NON HANNO CHIAVE PER DATA):
      * QUELLI IN CONTANTI DEL PERIODO VANNO SUL TOTALE DEL GIORNO.
       CARICA-CORRISPETTIVI.
           move low-value to tco-chiave.
           start tcorrisp key >= tco-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tcorrisp next no lock at end exit perform end-read
              if tco-data-doc >= link-data-da and
                 tco-data-doc <= link-data-a  and
                 (tco-pagamento = spaces or
                  tco-pagamento = 78-mezzo-contanti)
                 search all ws-gg
                    at end continue
                    when ws-gg-data(ws-gidx) = tco-data-doc
                         add tco-importo-tot to ws-gg-corrisp(ws-gidx)
                 end-search
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
              move ws-saldo-iniziale to ws-saldo
              initialize r-riga
              move "Saldo di apertura" to r-descr
              move ws-saldo            to r-saldo
              move Calibri12B          to spl-hfont
              perform STAMPA-RIGA
              move Calibri10           to spl-hfont

              perform varying ws-gg-idx from 1 by 1
                        until ws-gg-idx > ws-num-giorni
                 perform STAMPA-GIORNO
              end-perform

              add 0,3 to save-riga
              move Calibri12B          to spl-hfont
              initialize r-riga
              move "TOTALI DEL PERIODO" to r-descr
              move ws-tot-entrate      to r-entrate
              move ws-tot-uscite       to r-uscite
              move ws-saldo            to r-saldo
              perform STAMPA-RIGA

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * LE RIGHE DI UNA GIORNATA: CORRISPETTIVI, INCASSI SU FATTURA,
      * USCITE E VERSAMENTI, DIFFERENZA DI CHIUSURA. LA DATA COMPARE
      * SOLO SULLA PRIMA RIGA DEL GIORNO.
       STAMPA-GIORNO.
           move ws-gg-data(ws-gg-idx)(7:2) to r-data-gg.
           move ws-gg-data(ws-gg-idx)(5:2) to r-data-mm.
           move ws-gg-data(ws-gg-idx)(1:4) to r-data-aaaa.
           initialize r-riga.
           move r-data-ed to r-data.

           if ws-gg-corrisp(ws-gg-idx) not = 0
              move "Corrispettivi in contanti" to r-descr
              move ws-gg-corrisp(ws-gg-idx)    to ws-entrata
              move 0                           to ws-uscita
              perform REGISTRA-MOVIMENTO
           end-if.

           move ws-gg-data(ws-gg-idx) to inc-data.
           start incassi key >= inc-data
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read incassi next no lock
                         at end exit perform
                    end-read
                    if inc-data not = ws-gg-data(ws-gg-idx)
                       exit perform
                    end-if
                    if inc-mezzo = spaces or
                       inc-mezzo = 78-mezzo-contanti
                       initialize r-descr
                       string "Incasso fattura " delimited size
                              inc-anno         delimited size
                              "/"              delimited size
                              inc-numero       delimited size
                              into r-descr
                       end-string
                       move inc-importo to ws-entrata
                       move 0           to ws-uscita
                       perform REGISTRA-MOVIMENTO
                    end-if
                 end-perform
           end-start.

           move ws-gg-data(ws-gg-idx) to mca-data.
           move 0                     to mca-progressivo.
           start movcassa key >= mca-chiave
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read movcassa next no lock
                         at end exit perform
                    end-read
                    if mca-data not = ws-gg-data(ws-gg-idx)
                       exit perform
                    end-if
                    move mca-descrizione to r-descr
                    if mca-versamento
                       initialize r-descr
                       string "Versamento in banca " delimited size
                              mca-giustificativo     delimited size
                              into r-descr
                       end-string
                    end-if
                    move 0           to ws-entrata
                    move mca-importo to ws-uscita
                    perform REGISTRA-MOVIMENTO
                 end-perform
           end-start.

           move ws-gg-data(ws-gg-idx) to chc-data.
           read chiucassa no lock
                invalid continue
            not invalid
                compute ws-differenza = chc-contato - ws-saldo
                if ws-differenza > 0
                   move ws-differenza to ws-entrata
                   move 0             to ws-uscita
                else
                   move 0             to ws-entrata
                   compute ws-uscita = 0 - ws-differenza
                end-if
                move "Chiusura: differenza di cassa" to r-descr
                perform REGISTRA-MOVIMENTO
           end-read.

      ***---
       REGISTRA-MOVIMENTO.
           add      ws-entrata to ws-saldo ws-tot-entrate.
           subtract ws-uscita  from ws-saldo.
           add      ws-uscita  to ws-tot-uscite.
           move ws-entrata to r-entrate.
           move ws-uscita  to r-uscite.
           move ws-saldo   to r-saldo.
           perform STAMPA-RIGA.
           move spaces to r-data.

      ***---
       STAMPA-RIGA.
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
              move Calibri10 to spl-hfont
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
           string "Dal "              delimited size
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
           end-string.
           perform SCRIVI.

           move 2,3 to save-riga.
           initialize spl-riga-stampa.
           string "DATA       DESCRIZIONE"    delimited size
                  "                                    ENTRATE"
                                             delimited size
                  "        USCITE         SALDO" delimited size
                  into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,8 to save-riga.

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
           move "ST-GIORCASSA"    to ell-programma.
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
           close tcorrisp param incassi movcassa chiucassa.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
