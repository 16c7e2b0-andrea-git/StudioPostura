       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-regcesp.
       AUTHOR.                          Andrea.
      ******************************************************************
      * STAMPA DEL REGISTRO DEI BENI AMMORTIZZABILI PER L'ANNO
      * RICHIESTO, PER IL COMMERCIALISTA: TUTTI I CESPITI ENTRATI IN
      * FUNZIONE ENTRO L'ANNO E ANCORA NEL REGISTRO ALL'INIZIO
      * DELL'ANNO, IN ORDINE DI CODICE. PER OGNI BENE UNA RIGA CON
      * DESCRIZIONE, CATEGORIA, DATA DI ENTRATA IN FUNZIONE, FATTURA
      * DI ACQUISTO E STANZA, E UNA RIGA CON COSTO, COEFFICIENTE,
      * FONDO INIZIALE, QUOTA DELL'ANNO (DA AMMCESP, VEDI ST-CESPAMM;
      * "*" = PRIMO ANNO AL 50%), FONDO FINALE E RESIDUO. I BENI
      * USCITI NELL'ANNO PORTANO INVECE DATA, PREZZO, RESIDUO E
      * PLUSVALENZA O MINUSVALENZA. TOTALI IN CODA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "cespiti.sl".
           copy "ammcesp.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "cespiti.fd".
           copy "ammcesp.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-cespiti        pic xx.
       77  status-ammcesp        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Registro Cespiti".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

      * TOTALI
       77  ws-tot-costo          pic s9(9)v99 value 0.
       77  ws-tot-fondo-iniz     pic s9(9)v99 value 0.
       77  ws-tot-quote          pic s9(9)v99 value 0.
       77  ws-tot-fondo-fin      pic s9(9)v99 value 0.
       77  ws-tot-residuo        pic s9(9)v99 value 0.
       77  ws-tot-plusvalenze    pic s9(9)v99 value 0.
       77  ws-tot-minusvalenze   pic s9(9)v99 value 0.
       77  ws-num-cespiti        pic 9(5) value 0.
       77  ws-num-cespiti-z      pic zzzz9.

      * VALORI DEL CESPITE IN LAVORAZIONE
       77  ws-fondo-iniziale     pic s9(9)v99.
       77  ws-quota              pic s9(9)v99.
       77  ws-fondo-finale       pic s9(9)v99.
       77  ws-residuo            pic s9(9)v99.

      * RIGHE PER LA STAMPA
       01  r-riga-bene.
           05 r-codice           pic z(5)9.
           05 filler             pic x(2).
           05 r-descrizione      pic x(34).
           05 r-categoria        pic x(20).
           05 filler             pic x(2).
           05 r-data-funzione    pic x(12).
           05 r-riferimento      pic x(20).

       01  r-riga-valori.
           05 filler             pic x(8).
           05 r-costo            PIC --.---.--9,99.
           05 filler             pic x(2).
           05 r-coefficiente     PIC z9,99.
           05 r-ridotta          pic x(2).
           05 r-fondo-iniziale   PIC --.---.--9,99.
           05 r-quota            PIC --.---.--9,99.
           05 r-fondo-finale     PIC --.---.--9,99.
           05 r-residuo          PIC --.---.--9,99.

       01  r-riga-uscita.
           05 filler             pic x(8).
           05 ru-descr           pic x(20).
           05 ru-data            pic x(12).
           05 ru-prezzo          PIC --.---.--9,99.
           05 ru-residuo         PIC --.---.--9,99.
           05 ru-plusminus       PIC --.---.--9,99.

       01  r-totali.
           05 rt-descr           pic x(30).
           05 rt-importo         PIC ---.---.--9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(150) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.
       77  ws-data-dply          pic x(10).
       77  ws-data-conv          pic 9(8).

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
           move 0 to ws-tot-costo ws-tot-fondo-iniz ws-tot-quote
                     ws-tot-fondo-fin ws-tot-residuo
                     ws-tot-plusvalenze ws-tot-minusvalenze
                     ws-num-cespiti.

      ***---
       OPEN-FILES.
           open input cespiti.
           if status-cespiti = "35"
              open output cespiti
              close       cespiti
              open input  cespiti
           end-if.
           open input ammcesp.
           if status-ammcesp = "35"
              open output ammcesp
              close       ammcesp
              open input  ammcesp
           end-if.
           open input param.

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
              move low-value to ces-codice
              start cespiti key >= ces-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read cespiti next at end exit perform end-read
                 if ces-data-funzione(1:4) <= link-anno
                    if ces-in-uso or
                       ces-data-uscita(1:4) >= link-anno
                       perform STAMPA-CESPITE
                    end-if
                 end-if
              end-perform
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-CESPITE.
           add 1 to ws-num-cespiti.
           perform CONTROLLA-SALTO-PAGINA.
           perform CONTROLLA-SALTO-PAGINA.
           move spaces to r-riga-bene.
           move ces-codice           to r-codice.
           move ces-descrizione(1:34) to r-descrizione.
           move ces-categoria(1:20)  to r-categoria.
           move ces-data-funzione    to ws-data-conv.
           perform FORMATTA-DATA-DPLY.
           move ws-data-dply         to r-data-funzione.
           if ces-fac-protocollo not = 0
              string "Fatt. "           delimited size
                     ces-fac-anno       delimited size
                     "/"                delimited size
                     ces-fac-protocollo delimited size
                into r-riferimento
              end-string
           else
              move ces-stanza to r-riferimento
           end-if.
           add 0,2 to save-riga.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga-bene to spl-riga-stampa.
           perform SCRIVI.

           if not ces-in-uso and ces-data-uscita(1:4) = link-anno
              perform STAMPA-USCITA
              exit paragraph
           end-if.

           move ces-codice to amc-cespite.
           move link-anno  to amc-anno.
           read ammcesp no lock
                invalid perform CALCOLA-SENZA-QUOTA
            not invalid
                move amc-fondo-iniziale to ws-fondo-iniziale
                move amc-quota          to ws-quota
                move amc-fondo-finale   to ws-fondo-finale
                move amc-residuo        to ws-residuo
           end-read.
           move spaces to r-riga-valori.
           move ces-costo         to r-costo.
           move ces-coefficiente  to r-coefficiente.
           if amc-ridotta
              move " *" to r-ridotta
           end-if.
           move ws-fondo-iniziale to r-fondo-iniziale.
           move ws-quota          to r-quota.
           move ws-fondo-finale   to r-fondo-finale.
           move ws-residuo        to r-residuo.
           move r-riga-valori to spl-riga-stampa.
           perform SCRIVI.
           add ces-costo         to ws-tot-costo.
           add ws-fondo-iniziale to ws-tot-fondo-iniz.
           add ws-quota          to ws-tot-quote.
           add ws-fondo-finale   to ws-tot-fondo-fin.
           add ws-residuo        to ws-tot-residuo.

      ***---
       CALCOLA-SENZA-QUOTA.
      * ANNO NON ANCORA CALCOLATO (O BENE GIA' TUTTO AMMORTIZZATO):
      * IL FONDO E' LA SOMMA DELLE QUOTE PRECEDENTI, QUOTA A ZERO.
           initialize rec-ammcesp.
           move 0 to ws-fondo-iniziale ws-quota.
           move ces-codice to amc-cespite.
           move 0          to amc-anno.
           start ammcesp key >= amc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read ammcesp next no lock at end exit perform end-read
              if amc-cespite not = ces-codice or
                 amc-anno   >= link-anno
                 exit perform
              end-if
              add amc-quota to ws-fondo-iniziale
           end-perform.
           initialize rec-ammcesp.
           move ws-fondo-iniziale to ws-fondo-finale.
           compute ws-residuo = ces-costo - ws-fondo-finale.

      ***---
       STAMPA-USCITA.
           move spaces to r-riga-uscita.
           if ces-venduto
              move "Venduto il"  to ru-descr
           else
              move "Dismesso il" to ru-descr
           end-if.
           move ces-data-uscita to ws-data-conv.
           perform FORMATTA-DATA-DPLY.
           move ws-data-dply       to ru-data.
           move ces-prezzo-vendita to ru-prezzo.
           move ces-residuo-uscita to ru-residuo.
           move ces-plusminus      to ru-plusminus.
           move r-riga-uscita to spl-riga-stampa.
           perform SCRIVI.
           if ces-plusminus > 0
              add ces-plusminus to ws-tot-plusvalenze
           else
              subtract ces-plusminus from ws-tot-minusvalenze
           end-if.

      ***---
       STAMPA-TOTALI.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move "TOTALE COSTO BENI IN USO"    to rt-descr.
           move ws-tot-costo                  to rt-importo.
           perform SCRIVI-TOTALE.
           move "FONDO ALL'INIZIO DELL'ANNO"  to rt-descr.
           move ws-tot-fondo-iniz             to rt-importo.
           perform SCRIVI-TOTALE.
           move "QUOTE DELL'ANNO"             to rt-descr.
           move ws-tot-quote                  to rt-importo.
           perform SCRIVI-TOTALE.
           move "FONDO ALLA FINE DELL'ANNO"   to rt-descr.
           move ws-tot-fondo-fin              to rt-importo.
           perform SCRIVI-TOTALE.
           move "RESIDUO DA AMMORTIZZARE"     to rt-descr.
           move ws-tot-residuo                to rt-importo.
           perform SCRIVI-TOTALE.
           move "PLUSVALENZE DELL'ANNO"       to rt-descr.
           move ws-tot-plusvalenze            to rt-importo.
           perform SCRIVI-TOTALE.
           move "MINUSVALENZE DELL'ANNO"      to rt-descr.
           move ws-tot-minusvalenze           to rt-importo.
           perform SCRIVI-TOTALE.

      ***---
       SCRIVI-TOTALE.
           perform CONTROLLA-SALTO-PAGINA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-totali to spl-riga-stampa.
           perform SCRIVI.

      ***---
       FORMATTA-DATA-DPLY.
           initialize ws-data-dply.
           string ws-data-conv(7:2) delimited size
                  "/"               delimited size
                  ws-data-conv(5:2) delimited size
                  "/"               delimited size
                  ws-data-conv(1:4) delimited size
             into ws-data-dply
           end-string.

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
           move 1,2                to save-riga.
           initialize spl-riga-stampa.
           string "Anno " delimited size
                  link-anno delimited size
                  " - CODICE DESCRIZIONE / CATEGORIA"
                  "                  IN FUNZIONE  RIFERIMENTO"
                  delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           initialize spl-riga-stampa.
           string "             COSTO    COEFF.  FONDO INIZ."
                  "        QUOTA   FONDO FINALE      RESIDUO"
                  delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,4 to save-riga.

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
           move "ST-REGCESP"      to ell-programma.
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
           move ws-num-cespiti to ws-num-cespiti-z.
           string "Cespiti nel registro dell'anno: " delimited size
                  ws-num-cespiti-z                   delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close cespiti ammcesp param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
