       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-margine.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MARGINE PER PRESTAZIONE NEL PERIODO: PER OGNI ARTICOLO
      * SERVIZIO CON SEDUTE FRA LINK-DATA-DA E LINK-DATA-A (A ZERO =
      * OGGI), SU RSCHEDE E STORICO, IL RICAVO MEDIO PER SEDUTA MENO
      * IL COSTO DEL MATERIALE DELLA DISTINTA DEI CONSUMI (DISTCONS,
      * VALORIZZATO ALL'ULTIMO COSTO DI CARICO ART-COSTO-ULTIMO) MENO
      * LA PROVVIGIONE DELL'OPERATORE CHE L'HA ESEGUITA (TARIFFEOP,
      * CON LE STESSE REGOLE DI ST-PROVVIG: TARIFFA DELL'ARTICOLO,
      * POI QUELLA STANDARD; SENZA TARIFFA NIENTE PROVVIGIONE). LE
      * SEDUTE FATTURATE E POI STORNATE DA NOTA DI CREDITO NON SONO
      * RICAVO E RESTANO FUORI, COME IN ST-PROVVIG. LE SEDUTE DA
      * PACCHETTO (NETTO ZERO) CONTANO CON RICAVO ZERO: ABBASSANO IL
      * MEDIO, E' IL LORO COSTO VERO. IL MATERIALE E' QUELLO DELLA
      * DISTINTA DI OGGI, NON QUELLO DEL GIORNO DELLA SEDUTA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "rschede.sl".
           copy "rschede-storico.sl".
           copy "distcons.sl".
           copy "articoli.sl".
           copy "tariffeop.sl".
           copy "tnotacr.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "rschede.fd".
           copy "rschede-storico.fd".
           copy "distcons.fd".
           copy "articoli.fd".
           copy "tariffeop.fd".
           copy "tnotacr.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-rschede        pic xx.
       77  status-rschede-storico pic xx.
       77  status-distcons       pic xx.
       77  status-articoli       pic xx.
       77  status-tariffeop      pic xx.
       77  status-tnotacr        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo               value "Studio - Margine Prestazioni".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.
       77  filler                pic 9.
           88 seduta-stornata    value 1 false 0.

      * FATTURE STORNATE DA NOTE DI CREDITO, CARICATE UNA VOLTA
       78  ws-max-storni         value 500.
       01  ws-sto-tab.
           05 ws-sto             occurs 500 times indexed by ws-tidx.
              10 ws-sto-anno          pic 9(4).
              10 ws-sto-numero        pic 9(6).
       77  ws-num-storni         pic 9(3) value 0.

      * ACCUMULI PER PRESTAZIONE
       78  ws-max-prestazioni    value 300.
       01  ws-mar-tab.
           05 ws-mar             occurs 300 times indexed by ws-midx.
              10 ws-mar-articolo      pic x(6).
              10 ws-mar-descrizione   pic x(50).
              10 ws-mar-costo-seduta  pic s9(7)v99.
              10 ws-mar-sedute        pic 9(7).
              10 ws-mar-ricavo        pic s9(9)v99.
              10 ws-mar-materiale     pic s9(9)v99.
              10 ws-mar-provvigione   pic s9(9)v99.
       77  ws-num-prestazioni    pic 9(3) value 0.

      * SEDUTA IN VALORIZZAZIONE
       77  ws-sed-operatore      pic x(10).
       77  ws-sed-articolo       pic x(6).
       77  ws-sed-qta            pic 9(4).
       77  ws-sed-netto          pic s9(4)v99.
       77  ws-sed-doc-tipo       pic x(1).
       77  ws-sed-doc-anno       pic 9(4).
       77  ws-sed-doc-numero     pic 9(6).
       77  ws-compenso           pic s9(7)v99.
       77  ws-costo-seduta       pic s9(7)v99.

      * PERIODO E TOTALI
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-data-corrente      pic 9(8).
       77  ws-tot-sedute         pic 9(7).
       77  ws-tot-ricavo         pic s9(9)v99.
       77  ws-tot-materiale      pic s9(9)v99.
       77  ws-tot-provvigione    pic s9(9)v99.
       77  ws-margine            pic s9(9)v99.
       77  ws-data-ed            pic x(10).
       77  ws-data-da-ed         pic x(10).
       77  ws-data-a-ed          pic x(10).
       77  ws-data-rif           pic 9(8).
       77  messaggio             pic x(200) value spaces.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-articolo         pic x(7).
           05 r-descrizione      pic x(22).
           05 r-sedute           pic zzzzzz9.
           05 filler             pic x(2).
           05 r-ricavo           pic ---.--9,99.
           05 filler             pic x(1).
           05 r-materiale        pic ---.--9,99.
           05 filler             pic x(1).
           05 r-provvigione      pic ---.--9,99.
           05 filler             pic x(1).
           05 r-margine          pic ---.--9,99.
           05 filler             pic x(1).
           05 r-margine-totale   pic ---.---.--9,99.

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
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform CARICA-FATTURE-STORNATE
              perform VALORIZZA-RSCHEDE
              perform VALORIZZA-RSCHEDE-STORICO
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
           move 0 to ws-num-storni ws-num-prestazioni.
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
           open input distcons.
           if status-distcons = "35"
              open output distcons
              close       distcons
              open input  distcons
           end-if.
           open input tariffeop.
           if status-tariffeop = "35"
              open output tariffeop
              close       tariffeop
              open input  tariffeop
           end-if.
           open input rschede rschede-storico articoli tnotacr param.

      ***---
       CARICA-FATTURE-STORNATE.
      * LE FATTURE CON UNA NOTA DI CREDITO A STORNO: LE SEDUTE
      * FATTURATE LI' NON SONO RICAVO.
           move low-value to tno-chiave.
           start tnotacr key >= tno-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tnotacr next at end exit perform end-read
              if tno-fatt-rif-numero not = 0 and
                 ws-num-storni < ws-max-storni
                 add 1 to ws-num-storni
                 move tno-fatt-rif-anno
                   to ws-sto-anno(ws-num-storni)
                 move tno-fatt-rif-numero
                   to ws-sto-numero(ws-num-storni)
              end-if
           end-perform.

      ***---
       VALORIZZA-RSCHEDE.
           move low-value to rsc-chiave.
           start rschede key >= rsc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rschede next at end exit perform end-read
              if rsc-data >= ws-data-da and rsc-data <= ws-data-a and
                 rsc-articolo not = spaces
                 move rsc-operatore  to ws-sed-operatore
                 move rsc-articolo   to ws-sed-articolo
                 move rsc-qta        to ws-sed-qta
                 move rsc-netto      to ws-sed-netto
                 move rsc-doc-tipo   to ws-sed-doc-tipo
                 move rsc-doc-anno   to ws-sed-doc-anno
                 move rsc-doc-numero to ws-sed-doc-numero
                 perform VALORIZZA-SEDUTA
              end-if
           end-perform.

      ***---
       VALORIZZA-RSCHEDE-STORICO.
      * LE SCHEDE GIA' ARCHIVIATE NON PORTANO IL RIFERIMENTO
      * DOCUMENTO: SONO CICLI CHIUSI E FATTURATI, SENZA IL CONTROLLO
      * DELLO STORNO (COME IN ST-PROVVIG).
           move low-value to rss-chiave.
           start rschede-storico key >= rss-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rschede-storico next at end exit perform end-read
              if rss-data >= ws-data-da and rss-data <= ws-data-a and
                 rss-articolo not = spaces
                 move rss-operatore to ws-sed-operatore
                 move rss-articolo  to ws-sed-articolo
                 move rss-qta       to ws-sed-qta
                 move rss-netto     to ws-sed-netto
                 move spaces        to ws-sed-doc-tipo
                 move 0 to ws-sed-doc-anno ws-sed-doc-numero
                 perform VALORIZZA-SEDUTA
              end-if
           end-perform.

      ***---
      * UNA RIGA DI SCHEDA PUO' VALERE PIU' SEDUTE (RSC-QTA, A ZERO
      * VALE UNA): IL MATERIALE SI MOLTIPLICA, IL NETTO E' GIA' DELLA
      * RIGA E LA PROVVIGIONE SI CALCOLA SULLA RIGA COME FA
      * ST-PROVVIG.
       VALORIZZA-SEDUTA.
           perform CONTROLLA-STORNO.
           if seduta-stornata
              exit paragraph
           end-if.
           perform CERCA-PRESTAZIONE-TABELLA.
           if not trovato
              exit paragraph
           end-if.
           if ws-sed-qta = 0
              move 1 to ws-sed-qta
           end-if.
           move 0 to ws-compenso.
           if ws-sed-operatore not = spaces
              perform CERCA-TARIFFA-SEDUTA
              if trovato
                 if tar-fisso
                    move tar-importo to ws-compenso
                 else
                    compute ws-compenso rounded =
                            ws-sed-netto * tar-percentuale / 100
                 end-if
              end-if
           end-if.
           add ws-sed-qta   to ws-mar-sedute(ws-midx).
           add ws-sed-netto to ws-mar-ricavo(ws-midx).
           add ws-compenso  to ws-mar-provvigione(ws-midx).
           compute ws-mar-materiale(ws-midx) =
                   ws-mar-materiale(ws-midx) +
                   ws-mar-costo-seduta(ws-midx) * ws-sed-qta.

      ***---
       CONTROLLA-STORNO.
           set seduta-stornata to false.
           if ws-sed-doc-tipo not = "F" or ws-sed-doc-numero = 0
              exit paragraph
           end-if.
           perform varying ws-tidx from 1 by 1
                     until ws-tidx > ws-num-storni
              if ws-sto-anno(ws-tidx)   = ws-sed-doc-anno and
                 ws-sto-numero(ws-tidx) = ws-sed-doc-numero
                 set seduta-stornata to true
                 exit perform
              end-if
           end-perform.

      ***---
       CERCA-TARIFFA-SEDUTA.
      * PRIMA LA TARIFFA SPECIFICA DELL'ARTICOLO, POI QUELLA
      * STANDARD DELL'OPERATORE (VEDI ST-PROVVIG).
           set trovato to false.
           move ws-sed-operatore to tar-operatore.
           move ws-sed-articolo  to tar-articolo.
           read tariffeop no lock
                invalid continue
            not invalid set trovato to true
           end-read.
           if not trovato
              move ws-sed-operatore to tar-operatore
              move spaces           to tar-articolo
              read tariffeop no lock
                   invalid continue
               not invalid set trovato to true
              end-read
           end-if.

      ***---
      * POSIZIONA WS-MIDX SULLA PRESTAZIONE DELLA SEDUTA,
      * AGGIUNGENDOLA IN TABELLA SE MANCA CON IL SUO COSTO DI
      * MATERIALE PER SEDUTA; I PRODOTTI VENDUTI SULLA SCHEDA NON
      * SONO PRESTAZIONI E RESTANO FUORI. A TABELLA PIENA TROVATO
      * RESTA SPENTO.
       CERCA-PRESTAZIONE-TABELLA.
           set trovato to false.
           perform varying ws-midx from 1 by 1
                     until ws-midx > ws-num-prestazioni
              if ws-mar-articolo(ws-midx) = ws-sed-articolo
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if trovato
              exit paragraph
           end-if.
           if ws-num-prestazioni >= ws-max-prestazioni
              exit paragraph
           end-if.
           move ws-sed-articolo to art-codice.
           read articoli no lock
                invalid
                   initialize rec-articoli
                   move ws-sed-articolo to art-codice
           end-read.
           if not art-servizio
              exit paragraph
           end-if.
           add 1 to ws-num-prestazioni.
           set ws-midx to ws-num-prestazioni.
           move ws-sed-articolo to ws-mar-articolo(ws-midx).
           move art-descrizione to ws-mar-descrizione(ws-midx).
           move 0 to ws-mar-sedute(ws-midx).
           move 0 to ws-mar-ricavo(ws-midx).
           move 0 to ws-mar-materiale(ws-midx).
           move 0 to ws-mar-provvigione(ws-midx).
           perform CALCOLA-COSTO-SEDUTA.
           move ws-costo-seduta to ws-mar-costo-seduta(ws-midx).
           set trovato to true.

      ***---
      * COSTO DEL MATERIALE DI UNA SEDUTA: QUANTITA' DELLA DISTINTA
      * PER L'ULTIMO COSTO DI CARICO DI OGNI PRODOTTO.
       CALCOLA-COSTO-SEDUTA.
           move 0 to ws-costo-seduta.
           move low-value       to dic-chiave.
           move ws-sed-articolo to dic-servizio.
           start distcons key >= dic-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read distcons next at end exit perform end-read
              if dic-servizio not = ws-sed-articolo
                 exit perform
              end-if
              move dic-materiale to art-codice
              read articoli no lock
                   invalid move 0 to art-costo-ultimo
              end-read
              compute ws-costo-seduta rounded =
                      ws-costo-seduta +
                      dic-qta-seduta * art-costo-ultimo
           end-perform.

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
              move 0 to ws-tot-sedute ws-tot-ricavo ws-tot-materiale
                        ws-tot-provvigione
              perform varying ws-midx from 1 by 1
                        until ws-midx > ws-num-prestazioni
                 perform STAMPA-RIGA-PRESTAZIONE
              end-perform
              perform STAMPA-TOTALE

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * I VALORI DELLA RIGA SONO MEDI PER SEDUTA, TRANNE IL MARGINE
      * TOTALE DEL PERIODO IN FONDO.
       STAMPA-RIGA-PRESTAZIONE.
           move spaces to r-riga.
           move ws-mar-articolo(ws-midx)    to r-articolo.
           move ws-mar-descrizione(ws-midx) to r-descrizione.
           move ws-mar-sedute(ws-midx)      to r-sedute.
           compute r-ricavo rounded =
                   ws-mar-ricavo(ws-midx) / ws-mar-sedute(ws-midx).
           compute r-materiale rounded =
                   ws-mar-materiale(ws-midx) / ws-mar-sedute(ws-midx).
           compute r-provvigione rounded =
                   ws-mar-provvigione(ws-midx) /
                   ws-mar-sedute(ws-midx).
           compute ws-margine = ws-mar-ricavo(ws-midx) -
                                ws-mar-materiale(ws-midx) -
                                ws-mar-provvigione(ws-midx).
           compute r-margine rounded =
                   ws-margine / ws-mar-sedute(ws-midx).
           move ws-margine to r-margine-totale.
           add ws-mar-sedute(ws-midx)      to ws-tot-sedute.
           add ws-mar-ricavo(ws-midx)      to ws-tot-ricavo.
           add ws-mar-materiale(ws-midx)   to ws-tot-materiale.
           add ws-mar-provvigione(ws-midx) to ws-tot-provvigione.
           move Calibri10 to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TOTALE.
           if ws-tot-sedute = 0
              exit paragraph
           end-if.
           move spaces to r-riga.
           move "TOTALE PERIODO" to r-descrizione.
           move ws-tot-sedute to r-sedute.
           compute r-ricavo rounded = ws-tot-ricavo / ws-tot-sedute.
           compute r-materiale rounded =
                   ws-tot-materiale / ws-tot-sedute.
           compute r-provvigione rounded =
                   ws-tot-provvigione / ws-tot-sedute.
           compute ws-margine = ws-tot-ricavo - ws-tot-materiale -
                                ws-tot-provvigione.
           compute r-margine rounded = ws-margine / ws-tot-sedute.
           move ws-margine to r-margine-totale.
           move Calibri12B to spl-hfont.
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
           move "Margine per prestazione" to spl-riga-stampa.
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
                  " - PRESTAZIONE   SEDUTE   RICAVO MEDIO"
                                   delimited size
                  "  MATERIALE  PROVVIGIONE  MARGINE MEDIO"
                                   delimited size
                  "  MARGINE TOTALE" delimited size
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
           move "ST-MARGINE"      to ell-programma.
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
           close rschede rschede-storico distcons articoli tariffeop
                 tnotacr param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
