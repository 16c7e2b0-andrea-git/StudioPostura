       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-resirep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * RESI DI MERCE DAI CLIENTI NEL PERIODO (REGISTRO RESI, VEDI
      * ST-NOTACRPAR), RAGGRUPPATI PER ARTICOLO E, DENTRO
      * L'ARTICOLO, PER MOTIVO: NUMERO DI RESI, PEZZI RIENTRATI
      * RIVENDIBILI E DA ELIMINARE, FORNITORE DEL LOTTO. E' LA BASE
      * DEI RECLAMI AI FORNITORI: I MOTIVI IMPUTABILI AL FORNITORE
      * (MTR-IMPUTABILE-FORNITORE) SONO SEGNATI CON "*" E, CON
      * LINK-SOLO-FORNITORE "S", SONO GLI UNICI STAMPATI. PERIODO
      * FRA LINK-DATA-DA E LINK-DATA-A (A ZERO = OGGI). GLI ARTICOLI
      * ESCONO NELL'ORDINE DEL PRIMO RESO DEL PERIODO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "resi.sl".
           copy "motivireso.sl".
           copy "articoli.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "resi.fd".
           copy "motivireso.fd".
           copy "articoli.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-resi           pic xx.
       77  status-motivireso     pic xx.
       77  status-articoli       pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Resi di Merce".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

      * ACCUMULI PER ARTICOLO E MOTIVO
       78  ws-max-gruppi         value 500.
       01  ws-grp-tab.
           05 ws-grp             occurs 500 times indexed by ws-gidx.
              10 ws-grp-articolo      pic x(6).
              10 ws-grp-motivo        pic x(4).
              10 ws-grp-num-resi      pic 9(5).
              10 ws-grp-rivendibili   pic 9(7).
              10 ws-grp-eliminati     pic 9(7).
              10 ws-grp-fornitore     pic x(6).
              10 ws-grp-stampato      pic x(1).
                 88 ws-grp-gia-stampato value "S".
       77  ws-num-gruppi         pic 9(3) value 0.
       77  ws-gidx2              pic 9(3).

      * PERIODO E TOTALI
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-data-corrente      pic 9(8).
       77  ws-art-num-resi       pic 9(5).
       77  ws-art-rivendibili    pic 9(7).
       77  ws-art-eliminati      pic 9(7).
       77  ws-data-ed            pic x(10).
       77  ws-data-da-ed         pic x(10).
       77  ws-data-a-ed          pic x(10).
       77  ws-data-rif           pic 9(8).
       77  messaggio             pic x(200) value spaces.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-articolo         pic x(7).
           05 r-descrizione      pic x(24).
           05 r-motivo           pic x(5).
           05 r-imputabile       pic x(2).
           05 r-des-motivo       pic x(22).
           05 r-num-resi         pic zzzz9.
           05 filler             pic x(2).
           05 r-rivendibili      pic zzzzzz9.
           05 filler             pic x(2).
           05 r-eliminati        pic zzzzzz9.
           05 filler             pic x(2).
           05 r-fornitore        pic x(6).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
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
       77  link-solo-fornitore   pic x(1).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-solo-fornitore
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform CARICA-RESI
              perform STAMPA-PROSPETTO
              perform CLOSE-FILES
           end-if.
           if tutto-ok and tutto-ok-stampa
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           move 0 to ws-num-gruppi.
           accept ws-data-corrente from century-date.
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da = 0 or ws-data-da > ws-data-a
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open input resi.
           if status-resi = "35"
              open output resi
              close       resi
              open input  resi
           end-if.
           open input motivireso.
           if status-motivireso = "35"
              open output motivireso
              close       motivireso
              open input  motivireso
           end-if.
           open input articoli param.

      ***---
       CARICA-RESI.
           move ws-data-da to res-data.
           start resi key >= res-data
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read resi next at end exit perform end-read
              if res-data > ws-data-a
                 exit perform
              end-if
              perform ACCUMULA-RESO
           end-perform.

      ***---
       ACCUMULA-RESO.
           if link-solo-fornitore = "S"
              move res-motivo to mtr-codice
              read motivireso no lock
                   invalid exit paragraph
              end-read
              if not mtr-imputabile-fornitore
                 exit paragraph
              end-if
           end-if.
           perform CERCA-GRUPPO-TABELLA.
           if not trovato
              exit paragraph
           end-if.
           add 1 to ws-grp-num-resi(ws-gidx).
           if res-da-eliminare
              add res-qta to ws-grp-eliminati(ws-gidx)
           else
              add res-qta to ws-grp-rivendibili(ws-gidx)
           end-if.
           if res-fornitore not = spaces
              move res-fornitore to ws-grp-fornitore(ws-gidx)
           end-if.

      ***---
      * POSIZIONA WS-GIDX SU ARTICOLO+MOTIVO DEL RESO, AGGIUNGENDOLO
      * IN TABELLA SE MANCA; A TABELLA PIENA TROVATO RESTA SPENTO.
       CERCA-GRUPPO-TABELLA.
           set trovato to false.
           perform varying ws-gidx from 1 by 1
                     until ws-gidx > ws-num-gruppi
              if ws-grp-articolo(ws-gidx) = res-articolo and
                 ws-grp-motivo(ws-gidx)   = res-motivo
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if trovato
              exit paragraph
           end-if.
           if ws-num-gruppi >= ws-max-gruppi
              exit paragraph
           end-if.
           add 1 to ws-num-gruppi.
           set ws-gidx to ws-num-gruppi.
           move res-articolo to ws-grp-articolo(ws-gidx).
           move res-motivo   to ws-grp-motivo(ws-gidx).
           move 0 to ws-grp-num-resi(ws-gidx).
           move 0 to ws-grp-rivendibili(ws-gidx).
           move 0 to ws-grp-eliminati(ws-gidx).
           move spaces to ws-grp-fornitore(ws-gidx).
           move spaces to ws-grp-stampato(ws-gidx).
           set trovato to true.

      ***---
       STAMPA-PROSPETTO.
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
                 perform INTESTAZIONE
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.

           if tutto-ok-stampa
              perform varying ws-gidx from 1 by 1
                        until ws-gidx > ws-num-gruppi
                 if not ws-grp-gia-stampato(ws-gidx)
                    perform STAMPA-ARTICOLO
                 end-if
              end-perform

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * TUTTI I MOTIVI DELL'ARTICOLO DI WS-GIDX, POI IL SUO TOTALE.
       STAMPA-ARTICOLO.
           move ws-grp-articolo(ws-gidx) to art-codice.
           read articoli no lock
                invalid move spaces to art-descrizione
           end-read.
           move 0 to ws-art-num-resi ws-art-rivendibili
                     ws-art-eliminati.
           perform varying ws-gidx2 from ws-gidx by 1
                     until ws-gidx2 > ws-num-gruppi
              if ws-grp-articolo(ws-gidx2) = ws-grp-articolo(ws-gidx)
                 perform STAMPA-RIGA-MOTIVO
              end-if
           end-perform.
           move spaces to r-riga.
           move "Totale articolo" to r-descrizione.
           move ws-art-num-resi    to r-num-resi.
           move ws-art-rivendibili to r-rivendibili.
           move ws-art-eliminati   to r-eliminati.
           move Calibri12B to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-RIGA-MOTIVO.
           move "S" to ws-grp-stampato(ws-gidx2).
           move spaces to r-riga.
           if ws-gidx2 = ws-gidx
              move ws-grp-articolo(ws-gidx2) to r-articolo
              move art-descrizione           to r-descrizione
           end-if.
           move ws-grp-motivo(ws-gidx2) to r-motivo mtr-codice.
           read motivireso no lock
                invalid move "?" to r-des-motivo
            not invalid
                move mtr-descrizione to r-des-motivo
                if mtr-imputabile-fornitore
                   move "*" to r-imputabile
                end-if
           end-read.
           move ws-grp-num-resi(ws-gidx2)    to r-num-resi.
           move ws-grp-rivendibili(ws-gidx2) to r-rivendibili.
           move ws-grp-eliminati(ws-gidx2)   to r-eliminati.
           move ws-grp-fornitore(ws-gidx2)   to r-fornitore.
           add ws-grp-num-resi(ws-gidx2)    to ws-art-num-resi.
           add ws-grp-rivendibili(ws-gidx2) to ws-art-rivendibili.
           add ws-grp-eliminati(ws-gidx2)   to ws-art-eliminati.
           move Calibri10 to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move "Resi di merce per articolo e motivo"
             to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move ws-data-da to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed to ws-data-da-ed.
           move ws-data-a  to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed to ws-data-a-ed.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           string "Dal "           delimited size
                  ws-data-da-ed    delimited size
                  " al "           delimited size
                  ws-data-a-ed     delimited size
                  " - ARTICOLO   MOTIVO (* = FORNITORE)"
                                   delimited size
                  "   RESI   RIVENDIBILI   DA ELIMINARE"
                                   delimited size
                  "   FORNITORE"   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

      ***---
       EDITA-DATA.
           initialize ws-data-ed.
           string ws-data-rif(7:2) delimited size
                  "/"              delimited size
                  ws-data-rif(5:2) delimited size
                  "/"              delimited size
                  ws-data-rif(1:4) delimited size
             into ws-data-ed
           end-string.

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
           move "ST-RESIREP"      to ell-programma.
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
           close resi motivireso articoli param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
