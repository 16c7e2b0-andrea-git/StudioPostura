       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-pratriep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * RIEPILOGO DELLE SEDUTE DI UNA PRATICA DI RIMBORSO (PRATICHE,
      * VEDI ST-PRATICHE) DA ALLEGARE AL PACCHETTO PER IL FONDO: SU
      * CARTA INTESTATA DELLA SEDE DEL CLIENTE ELENCA, IN ORDINE DI
      * DATA, LE SEDUTE REGISTRATE SU RSCHEDE CHE SONO STATE
      * FATTURATE CON LE FATTURE DELLA PRATICA (RSC-DOC-TIPO "F"),
      * CON LA FATTURA DI OGNUNA. SE NESSUNA SEDUTA RISULTA LEGATA
      * ALLE FATTURE (SEDUTE FATTURATE A MANO, SENZA IL LEGAME SU
      * RSCHEDE) SI ELENCANO LE SEDUTE DELLA SCHEDA DELLA PRATICA.
      * USCITA DALLO SPOOLER CON L'OPZIONE PDF (LINK-PERCORSO-PDF).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "pratiche.sl".
           copy "fondi.sl".
           copy "clienti.sl".
           copy "tschede.sl".
           copy "rschede.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "pratiche.fd".
           copy "fondi.fd".
           copy "clienti.fd".
           copy "tschede.fd".
           copy "rschede.fd".
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
       77  status-tschede        pic xx.
       77  status-rschede        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Riepilogo Sedute".
       78  78-passo              value 0,7.
       78  78-max-righe          value 30.

      * SEDUTE DELLA PRATICA
       78  ws-max-sed            value 300.
       01  ws-sed-tab.
           05 ws-sed             occurs 300 times indexed by ws-sidx,
                                                      ws-i, ws-j.
              10 ws-sed-data          pic 9(8).
              10 ws-sed-descrizione   pic x(50).
              10 ws-sed-qta           pic 9(4).
              10 ws-sed-ft-anno       pic 9(4).
              10 ws-sed-ft-numero     pic 9(6).
       01  ws-sed-temp               pic x(72).
       77  ws-num-sed            pic 9(3) value 0.
       77  ws-fine-i             pic 9(3).
       77  ws-fidx               pic 9(2).
       77  ws-tot-qta            pic 9(5) value 0.

       77  filler                pic 9.
           88 seduta-della-pratica value 1 false 0.
       77  filler                pic 9.
           88 solo-scheda        value 1 false 0.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 r-descrizione      pic x(51).
           05 r-qta              pic zzz9.
           05 filler             pic x(3).
           05 r-fattura          pic x(12).

       01  r-totale-riga.
           05 rt-descr           pic x(63).
           05 rt-qta             pic zzzz9.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

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
       77  link-numero           pic 9(6).
       77  link-stampante        pic x(200).
       77  link-percorso-pdf     pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-numero link-stampante
                                 link-percorso-pdf link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform RACCOGLI-DATI
           end-if.
           if tutto-ok
              perform STAMPA
              perform CLOSE-FILES
           end-if.
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
           move 0 to ws-num-sed ws-tot-qta.

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
           open input clienti tschede rschede param.

      ***---
       RACCOGLI-DATI.
           move link-numero to pra-numero.
           read pratiche no lock
                invalid
                   set errori to true
                   perform CLOSE-FILES
                   exit paragraph
           end-read.
           move pra-cliente to cli-codice.
           read clienti no lock
                invalid initialize rec-clienti
           end-read.
           move pra-fondo to fnd-codice.
           read fondi no lock
                invalid initialize rec-fondi
           end-read.

           set solo-scheda to false.
           move pra-cliente to tsc-cliente.
           start tschede key = tsc-cliente
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read tschede next no lock
                         at end exit perform
                    end-read
                    if tsc-cliente not = pra-cliente
                       exit perform
                    end-if
                    perform RACCOGLI-SEDUTE-SCHEDA
                 end-perform
           end-start.
           if ws-num-sed = 0 and pra-scheda not = 0
              set solo-scheda to true
              move pra-scheda to tsc-codice
              perform RACCOGLI-SEDUTE-SCHEDA
           end-if.
           perform ORDINA-SEDUTE.

      ***---
       RACCOGLI-SEDUTE-SCHEDA.
           move low-value  to rsc-rec.
           move tsc-codice to rsc-codice.
           start rschede key >= rsc-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rschede next no lock at end exit perform end-read
              if rsc-codice not = tsc-codice
                 exit perform
              end-if
              if solo-scheda
                 set seduta-della-pratica to true
              else
                 perform CONTROLLA-FATTURA-SEDUTA
              end-if
              if seduta-della-pratica and ws-num-sed < ws-max-sed
                 add 1 to ws-num-sed
                 set ws-sidx to ws-num-sed
                 move rsc-data        to ws-sed-data(ws-sidx)
                 move rsc-descrizione to ws-sed-descrizione(ws-sidx)
                 move rsc-qta         to ws-sed-qta(ws-sidx)
                 if rsc-doc-tipo = "F"
                    move rsc-doc-anno   to ws-sed-ft-anno(ws-sidx)
                    move rsc-doc-numero to ws-sed-ft-numero(ws-sidx)
                 else
                    move 0 to ws-sed-ft-anno(ws-sidx)
                              ws-sed-ft-numero(ws-sidx)
                 end-if
                 add rsc-qta to ws-tot-qta
              end-if
           end-perform.

      ***---
       CONTROLLA-FATTURA-SEDUTA.
           set seduta-della-pratica to false.
           if rsc-doc-tipo not = "F"
              exit paragraph
           end-if.
           perform varying ws-fidx from 1 by 1
                     until ws-fidx > pra-num-fatture
              if rsc-doc-anno   = pra-ft-anno(ws-fidx) and
                 rsc-doc-numero = pra-ft-numero(ws-fidx)
                 set seduta-della-pratica to true
                 exit perform
              end-if
           end-perform.

      ***---
       ORDINA-SEDUTE.
      * ORDINAMENTO A BOLLE PER DATA CRESCENTE COME ST-CLI360
           if ws-num-sed > 1
              compute ws-fine-i = ws-num-sed - 1
              perform varying ws-i from 1 by 1 until ws-i > ws-fine-i
                 perform varying ws-j from 1 by 1
                           until ws-j > ws-num-sed - ws-i
                    if ws-sed-data(ws-j) > ws-sed-data(ws-j + 1)
                       move ws-sed(ws-j)     to ws-sed-temp
                       move ws-sed(ws-j + 1) to ws-sed(ws-j)
                       move ws-sed-temp      to ws-sed(ws-j + 1)
                    end-if
                 end-perform
              end-perform
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
      * I FONT DI RISERVA STANNO SUL PROFILO PRINCIPALE: LA CARTA
      * INTESTATA DELLA SEDE SI LEGGE DOPO AVERLI CARICATI.
              perform LEGGI-PARAM-STUDIO
              perform INTESTAZIONE
              move Calibri10 to spl-hfont
              perform varying ws-sidx from 1 by 1
                        until ws-sidx > ws-num-sed
                 perform STAMPA-SEDUTA
              end-perform
              if ws-num-sed = 0
                 move 0 to spl-tipo-colonna
                 move "Nessuna seduta registrata per questa pratica."
                   to spl-riga-stampa
                 perform SCRIVI
              end-if

              add 0,3 to save-riga
              move Calibri12B to spl-hfont
              move 2          to spl-tipo-colonna
              move "Totale sedute" to rt-descr
              move ws-tot-qta      to rt-qta
              move r-totale-riga   to spl-riga-stampa
              perform SCRIVI
              move 0 to spl-tipo-colonna

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-SEDUTA.
           initialize r-riga.
           string ws-sed-data(ws-sidx)(7:2) delimited size
                  "/"                       delimited size
                  ws-sed-data(ws-sidx)(5:2) delimited size
                  "/"                       delimited size
                  ws-sed-data(ws-sidx)(1:4) delimited size
             into r-data
           end-string.
           move ws-sed-descrizione(ws-sidx) to r-descrizione.
           move ws-sed-qta(ws-sidx)         to r-qta.
           if ws-sed-ft-numero(ws-sidx) not = 0
              string ws-sed-ft-numero(ws-sidx) delimited size
                     "/"                       delimited size
                     ws-sed-ft-anno(ws-sidx)   delimited size
                into r-fattura
              end-string
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
           move 0 to spl-tipo-colonna.

      ***---
      * CARTA INTESTATA DELLA SEDE, CLIENTE, FONDO E PRATICA E
      * INTESTAZIONE DELLE COLONNE.
       INTESTAZIONE.
           move 0   to spl-tipo-colonna.
           move 1,0 to spl-colonna.
           move 0,2 to save-riga.
           move prm-ragsoc to spl-riga-stampa.
           move Calibri20BI to spl-hfont.
           perform SCRIVI.

           move Calibri10 to spl-hfont.
           move 1,0 to spl-colonna.
           initialize spl-riga-stampa.
           inspect prm-indirizzo replacing trailing spaces
                   by low-value.
           inspect prm-citta replacing trailing spaces by low-value.
           string prm-indirizzo delimited low-value
                  "  -  "       delimited size
                  prm-cap       delimited size
                  " "           delimited size
                  prm-citta     delimited low-value
                  " ("          delimited size
                  prm-prov      delimited size
                  ")"           delimited size
             into spl-riga-stampa
           end-string.
           inspect prm-indirizzo replacing trailing low-value
                   by spaces.
           inspect prm-citta replacing trailing low-value by spaces.
           perform SCRIVI.
           initialize spl-riga-stampa.
           string "C.F./P.IVA:  " delimited size
                  prm-codfis      delimited size
                  into spl-riga-stampa
           end-string.
           perform SCRIVI.

           add 0,6 to save-riga.
           move Calibri12B to spl-hfont.
           initialize spl-riga-stampa.
           string "Riepilogo sedute - pratica n. " delimited size
                  pra-numero                      delimited size
                  " - "                           delimited size
                  fnd-descrizione                 delimited "  "
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           move Calibri10 to spl-hfont.
           initialize spl-riga-stampa.
           string "Cliente: "      delimited size
                  cli-ragsoc       delimited "  "
                  " "              delimited size
                  cli-nome         delimited "  "
                  " - C.F. "       delimited size
                  cli-codfis       delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move 2          to spl-tipo-colonna.
           initialize spl-riga-stampa.
           string "DATA        PRESTAZIONE"       delimited size
                  "                                        QTA"
                                                  delimited size
                  "   FATTURA"                    delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           move 0 to spl-tipo-colonna.
           move 0 to num-righe.

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
           move "ST-PRATRIEP"       to ell-programma.
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
           close pratiche fondi clienti tschede rschede param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
