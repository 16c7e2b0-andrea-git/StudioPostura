       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-pratferme.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PRATICHE DI RIMBORSO FERME: ELENCA LE PRATICHE NON CHIUSE
      * (IN PREPARAZIONE, INVIATE O CON INTEGRAZIONE RICHIESTA DAL
      * FONDO, VEDI ST-PRATICHE) IL CUI ULTIMO CAMBIO DI STATO
      * (PRA-DATA-STATO) E' DI OLTRE 78-SOGLIA GIORNI PRIMA DELLA
      * DATA DI RIFERIMENTO (LINK-DATA-RIF, A ZERO = OGGI), CON I
      * GIORNI DI FERMO, IL FONDO E L'IMPORTO RICHIESTO. IN FONDO IL
      * NUMERO DELLE PRATICHE E IL TOTALE RICHIESTO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "pratiche.sl".
           copy "fondi.sl".
           copy "clienti.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "pratiche.fd".
           copy "fondi.fd".
           copy "clienti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-pratiche       pic xx.
       77  status-fondi          pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Pratiche Ferme".
       78  78-passo              value 0,7.
       78  78-max-righe          value 30.
       78  78-soglia             value 30.

      * CONVERSIONE DATE SUL CALENDARIO VERO (COME ST-SCADGEN)
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 000.
           05 filler pic 9(3) value 031.
           05 filler pic 9(3) value 059.
           05 filler pic 9(3) value 090.
           05 filler pic 9(3) value 120.
           05 filler pic 9(3) value 151.
           05 filler pic 9(3) value 181.
           05 filler pic 9(3) value 212.
           05 filler pic 9(3) value 243.
           05 filler pic 9(3) value 273.
           05 filler pic 9(3) value 304.
           05 filler pic 9(3) value 334.
       01  filler redefines ws-giorni-cumulati-tab.
           05 ws-giorni-cumulati occurs 12 times pic 9(3).

       77  ws-cal-data           pic 9(8).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-seriale        pic 9(9).
       77  ws-cal-bisestili      pic 9(9).
       77  ws-cal-anno-rif       pic 9(4).
       77  ws-cal-quarti         pic 9(9).
       77  ws-cal-centesimi      pic 9(9).
       77  ws-cal-quattrocent    pic 9(9).
       77  ws-cal-bis-quoz       pic 9(9).
       77  ws-cal-bis-resto      pic 9(9).
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

      * DATE E TOTALI
       77  ws-data-corrente      pic 9(8).
       77  ws-data-rif           pic 9(8).
       77  ws-seriale-rif        pic 9(9).
       77  ws-data-fermo         pic 9(8).
       77  ws-giorni-fermo       pic s9(9).
       77  ws-data-ed            pic x(10).
       77  ws-data-edita         pic 9(8).
       77  ws-soglia-ed          pic zz9.
       77  ws-num-pratiche       pic 9(5) value 0.
       77  ws-tot-richiesto      pic s9(9)v99 value 0.
       77  messaggio             pic x(200) value spaces.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-numero           pic z(5)9.
           05 filler             pic x(2).
           05 r-cliente          pic x(30).
           05 filler             pic x(1).
           05 r-fondo            pic x(20).
           05 filler             pic x(1).
           05 r-stato            pic x(14).
           05 r-data-stato       pic x(10).
           05 filler             pic x(1).
           05 r-giorni           pic zzzz9.
           05 filler             pic x(1).
           05 r-importo          pic z.zzz.zz9,99-.

       01  r-totale-riga.
           05 rt-descr           pic x(68).
           05 rt-numero          pic zzzz9.
           05 filler             pic x(13).
           05 rt-importo         pic z.zzz.zz9,99-.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
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
       77  link-data-rif         pic 9(8).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-rif link-stampante
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           perform STAMPA.
           perform CLOSE-FILES.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           move 0 to ws-num-pratiche ws-tot-richiesto.
           accept ws-data-corrente from century-date.
           move link-data-rif to ws-data-rif.
           if ws-data-rif = 0
              move ws-data-corrente to ws-data-rif
           end-if.
           move ws-data-rif to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move ws-cal-seriale to ws-seriale-rif.

      ***---
       OPEN-FILES.
           open input pratiche.
           if status-pratiche = "35"
              open output pratiche
              close       pratiche
              open input  pratiche
           end-if.
           open input fondi.
           if status-fondi = "35"
              open output fondi
              close       fondi
              open input  fondi
           end-if.
           open input clienti param.

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

           if tutto-ok
              move low-value to rec-pratiche
              start pratiche key >= pra-numero
                    invalid continue
                not invalid
                    perform until 1 = 2
                       read pratiche next no lock
                            at end exit perform
                       end-read
                       perform VALUTA-PRATICA
                    end-perform
              end-start
              if ws-num-pratiche = 0
                 move 0 to spl-tipo-colonna
                 move Calibri10 to spl-hfont
                 move "Nessuna pratica ferma." to spl-riga-stampa
                 perform SCRIVI
              else
                 add 0,3 to save-riga
                 move Calibri12B        to spl-hfont
                 move 2                 to spl-tipo-colonna
                 move "Pratiche ferme"  to rt-descr
                 move ws-num-pratiche   to rt-numero
                 move ws-tot-richiesto  to rt-importo
                 move r-totale-riga     to spl-riga-stampa
                 perform SCRIVI
                 move 0 to spl-tipo-colonna
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * UNA PRATICA E' FERMA SE NON E' CHIUSA E DALL'ULTIMO CAMBIO
      * DI STATO (IN MANCANZA, DALL'APERTURA) SONO PASSATI PIU' DI
      * 78-SOGLIA GIORNI.
       VALUTA-PRATICA.
           if pra-chiusa
              exit paragraph
           end-if.
           move pra-data-stato to ws-data-fermo.
           if ws-data-fermo = 0
              move pra-data-apertura to ws-data-fermo
           end-if.
           if ws-data-fermo = 0 or ws-data-fermo > ws-data-rif
              exit paragraph
           end-if.
           move ws-data-fermo to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           compute ws-giorni-fermo = ws-seriale-rif - ws-cal-seriale.
           if ws-giorni-fermo not > 78-soglia
              exit paragraph
           end-if.

           add 1 to ws-num-pratiche.
           add pra-importo-richiesto to ws-tot-richiesto.
           perform STAMPA-PRATICA.

      ***---
       STAMPA-PRATICA.
           initialize r-riga.
           move pra-numero to r-numero.
           move pra-cliente to cli-codice.
           read clienti no lock
                invalid move pra-cliente to r-cliente
            not invalid
                string cli-ragsoc delimited "  "
                       " "        delimited size
                       cli-nome   delimited "  "
                  into r-cliente
                end-string
           end-read.
           move pra-fondo to fnd-codice.
           read fondi no lock
                invalid move pra-fondo to r-fondo
            not invalid move fnd-descrizione to r-fondo
           end-read.
           evaluate true
           when pra-in-preparazione move "In preparaz."  to r-stato
           when pra-inviata         move "Inviata"       to r-stato
           when pra-integrazione    move "Integrazione"  to r-stato
           end-evaluate.
           move ws-data-fermo to ws-data-edita.
           perform EDITA-DATA.
           move ws-data-ed to r-data-stato.
           move ws-giorni-fermo to r-giorni.
           move pra-importo-richiesto to r-importo.

           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.
           move 0 to spl-tipo-colonna.

      ***---
      * DA AAAAMMGG (WS-CAL-DATA) AL NUMERO PROGRESSIVO DI GIORNI
      * (WS-CAL-SERIALE) SUL CALENDARIO GREGORIANO, COME ST-SCADGEN.
       CONVERTI-DATA-A-SERIALE.
           move ws-cal-data(1:4) to ws-cal-anno.
           move ws-cal-data(5:2) to ws-cal-mese.
           move ws-cal-data(7:2) to ws-cal-giorno.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-seriale =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili +
                   ws-giorni-cumulati(ws-cal-mese) + ws-cal-giorno.
           perform VERIFICA-BISESTILE.
           if ws-cal-bisestile and ws-cal-mese > 2
              add 1 to ws-cal-seriale
           end-if.

      ***---
       CONTA-BISESTILI.
           divide ws-cal-anno-rif by 4
                  giving ws-cal-quarti.
           divide ws-cal-anno-rif by 100
                  giving ws-cal-centesimi.
           divide ws-cal-anno-rif by 400
                  giving ws-cal-quattrocent.
           compute ws-cal-bisestili =
                   ws-cal-quarti - ws-cal-centesimi +
                   ws-cal-quattrocent.

      ***---
       VERIFICA-BISESTILE.
           set ws-cal-bisestile to false.
           divide ws-cal-anno by 4
                  giving ws-cal-bis-quoz remainder ws-cal-bis-resto.
           if ws-cal-bis-resto = 0
              set ws-cal-bisestile to true
              divide ws-cal-anno by 100
                     giving ws-cal-bis-quoz
                     remainder ws-cal-bis-resto
              if ws-cal-bis-resto = 0
                 set ws-cal-bisestile to false
                 divide ws-cal-anno by 400
                        giving ws-cal-bis-quoz
                        remainder ws-cal-bis-resto
                 if ws-cal-bis-resto = 0
                    set ws-cal-bisestile to true
                 end-if
              end-if
           end-if.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move "Pratiche di rimborso ferme" to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           move ws-data-rif to ws-data-edita.
           perform EDITA-DATA.
           move 78-soglia to ws-soglia-ed.
           string "Ferme da oltre"   delimited size
                  ws-soglia-ed       delimited size
                  " giorni al "      delimited size
                  ws-data-ed         delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string "NUMERO  CLIENTE"                  delimited size
                  "                        FONDO"    delimited size
                  "                STATO"            delimited size
                  "         DATA STATO GIORNI"       delimited size
                  "     RICHIESTO"                   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           move 0 to spl-tipo-colonna.

           move 0 to num-righe.

      ***---
       EDITA-DATA.
           initialize ws-data-ed.
           string ws-data-edita(7:2) delimited size
                  "/"                delimited size
                  ws-data-edita(5:2) delimited size
                  "/"                delimited size
                  ws-data-edita(1:4) delimited size
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
           move "ST-PRATFERME"       to ell-programma.
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
           close pratiche fondi clienti param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
