       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-paylinkesito.
       AUTHOR.                          Andrea.
      ******************************************************************
      * IMPORTAZIONE DEGLI ESITI DEI PAGAMENTI TRAMITE LINK (VEDI
      * ST-PAYLINK): LEGGE IL FILE DI RITORNO DEL GATEWAY DEL
      * CIRCUITO, UNA RIGA PER ESITO
      * (RIFERIMENTO;ESITO;IMPORTO;DATA;TRANSAZIONE, ESITO "OK" O
      * "KO", DATA AAAAMMGG, IMPORTO CON LA VIRGOLA O IL PUNTO), E
      * ABBINA OGNI RIGA ALLA SUA RICHIESTA PAYLINK DAL RIFERIMENTO.
      * UN PAGAMENTO RIUSCITO SU UNA RICHIESTA APERTA, PER LO STESSO
      * IMPORTO, REGISTRA L'INCASSO SULLA FATTURA CON ST-INCASSI
      * (MEZZO "Link pagamento"), CHE AGGIORNA TFA-STATO-PAGAMENTO
      * DALLA STESSA STRADA DI SEMPRE, E CHIUDE LA RICHIESTA COME
      * PAGATA; UN ESITO NEGATIVO LA CHIUDE COME RIFIUTATA (LA
      * FATTURA TORNA RICHIEDIBILE). TUTTO IL RESTO (RIFERIMENTO
      * SCONOSCIUTO, RICHIESTA NON PIU' APERTA, IMPORTO DIVERSO,
      * INCASSO NON ACCETTATO DA ST-INCASSI) E' UN PAGAMENTO NON
      * ABBINATO: ESCE SUL TABULATO E VA SISTEMATO A MANO. UN ESITO
      * GIA' IMPORTATO (STESSA TRANSAZIONE SU UNA RICHIESTA PAGATA)
      * SI RICONOSCE E NON REGISTRA UN SECONDO INCASSO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "paylink.sl".
           copy "param.sl".
           select esitofile assign to ws-percorso-esiti
                  organization is line sequential
                  file status  is status-esitofile.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "paylink.fd".
           copy "param.fd".

       fd  esitofile
           label record is omitted.
       01  rec-esitofile               pic x(200).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "errlog.lks".

       77  status-paylink        pic xx.
       77  status-param          pic xx.
       77  status-esitofile      pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Esiti Pagamenti Link".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-mezzo-link         value "Link pagamento".

       77  ws-percorso-esiti     pic x(260).

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 esiti-aperto       value 1 false 0.

      * ESITI LETTI DAL FILE, CON L'ESITO DELL'ABBINAMENTO
       78  ws-max-esiti          value 500.
       01  ws-esi-tab.
           05 ws-esi             occurs 500 times indexed by ws-eidx.
              10 ws-esi-riferimento   pic x(10).
              10 ws-esi-data          pic 9(8).
              10 ws-esi-importo       pic s9(7)v99.
              10 ws-esi-stato         pic x(1).
                 88 ws-esi-abbinato   value "A".
                 88 ws-esi-rifiutato  value "R".
                 88 ws-esi-gia-reg    value "G".
                 88 ws-esi-non-abb    value "N".
              10 ws-esi-documento     pic x(20).
              10 ws-esi-motivo        pic x(30).
       77  ws-num-esiti          pic 9(3) value 0.

      * SPEZZATURA DELLA RIGA DEL FILE
       77  ws-campo-riferimento  pic x(10).
       77  ws-campo-esito        pic x(2).
       77  ws-campo-data         pic x(10).
       77  ws-campo-importo      pic x(20).
       77  ws-campo-transazione  pic x(30).
       77  ws-riga-importo       pic s9(7)v99.
       77  ws-num-idx            pic 9(2).
       77  ws-num-intero         pic 9(7).
       77  ws-num-dec            pic 9(2).
       77  ws-num-dec-cifre      pic 9(1).
       77  ws-num-cifra          pic 9(1).
       77  filler                pic 9.
           88 ws-num-decimali    value 1 false 0.

       77  ws-data-corrente      pic 9(8).

      * REGISTRAZIONE DELL'INCASSO (VEDI ST-INCASSI)
       77  ws-inc-mezzo          pic x(20).
       77  ws-inc-esito          pic xx.
       77  ws-inc-data           pic 9(8).

      * CONTATORI
       77  ws-num-abbinati       pic 9(3) value 0.
       77  ws-num-rifiutati      pic 9(3) value 0.
       77  ws-num-non-abbinati   pic 9(3) value 0.
       77  ws-num-abbinati-z     pic zz9.
       77  ws-num-rifiutati-z    pic zz9.
       77  ws-num-non-abbinati-z pic zz9.
       77  ws-tot-incassato      pic s9(9)v99 value 0.
       77  ws-incassato-dply     PIC -.---.--9,99.
       77  ws-numero-x           pic x(6).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-riferimento      pic x(10).
           05 r-data             pic x(12).
           05 r-importo          PIC --.---.--9,99.
           05 filler             pic x(2).
           05 r-documento        pic x(20).
           05 r-stato            pic x(14).
           05 r-motivo           pic x(30).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
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
       77  link-percorso-file    pic x(200).
       77  link-operatore        pic x(20).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-percorso-file link-operatore
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              perform ELABORA-FILE-ESITI
              if ws-num-esiti > 0
                 perform STAMPA-TABULATO
              end-if
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           set esiti-aperto    to false.
           move 0 to ws-num-esiti ws-num-abbinati ws-num-rifiutati
                     ws-num-non-abbinati ws-tot-incassato.
           accept ws-data-corrente from century-date.
           move link-percorso-file to ws-percorso-esiti.
           if ws-percorso-esiti = spaces
              set tutto-ok to false
           end-if.
           move 78-mezzo-link to ws-inc-mezzo.

      ***---
       OPEN-FILES.
           open i-o paylink.
           if status-paylink = "35"
              open output paylink
              close       paylink
              open i-o    paylink
           end-if.
           open input param.
           open input esitofile.
           if status-esitofile not = "00"
              set tutto-ok to false
           else
              set esiti-aperto to true
           end-if.

      ***---
       ELABORA-FILE-ESITI.
           perform until 1 = 2
              read esitofile at end exit perform end-read
              if ws-num-esiti >= ws-max-esiti
                 exit perform
              end-if
              perform SPEZZA-RIGA-FILE
              if ws-campo-riferimento not = spaces
                 add 1 to ws-num-esiti
                 set ws-eidx to ws-num-esiti
                 initialize ws-esi(ws-eidx)
                 move ws-campo-riferimento
                   to ws-esi-riferimento(ws-eidx)
                 move ws-riga-importo to ws-esi-importo(ws-eidx)
                 if ws-campo-data(1:8) is numeric
                    move ws-campo-data(1:8) to ws-esi-data(ws-eidx)
                 end-if
                 perform ABBINA-ESITO
                 evaluate true
                 when ws-esi-abbinato(ws-eidx)
                      add 1 to ws-num-abbinati
                      add ws-esi-importo(ws-eidx) to ws-tot-incassato
                 when ws-esi-rifiutato(ws-eidx)
                      add 1 to ws-num-rifiutati
                 when ws-esi-non-abb(ws-eidx)
                      add 1 to ws-num-non-abbinati
                 end-evaluate
              end-if
           end-perform.

      ***---
       SPEZZA-RIGA-FILE.
           initialize ws-campo-riferimento ws-campo-esito
                      ws-campo-data ws-campo-importo
                      ws-campo-transazione.
           unstring rec-esitofile delimited by ";"
                    into ws-campo-riferimento ws-campo-esito
                         ws-campo-importo ws-campo-data
                         ws-campo-transazione
           end-unstring.
           perform CONVERTI-IMPORTO.

      ***---
       CONVERTI-IMPORTO.
      * IMPORTO CON LA VIRGOLA O IL PUNTO DECIMALE, CIFRA PER CIFRA
      * COME ST-POSIMP.
           move 0 to ws-riga-importo ws-num-intero ws-num-dec.
           move 0 to ws-num-dec-cifre.
           set ws-num-decimali to false.
           perform varying ws-num-idx from 1 by 1
                     until ws-num-idx > 20
              evaluate true
              when ws-campo-importo(ws-num-idx:1) = "," or
                   ws-campo-importo(ws-num-idx:1) = "."
                   set ws-num-decimali to true
              when ws-campo-importo(ws-num-idx:1) >= "0" and
                   ws-campo-importo(ws-num-idx:1) <= "9"
                   move ws-campo-importo(ws-num-idx:1)
                     to ws-num-cifra
                   if ws-num-decimali
                      if ws-num-dec-cifre < 2
                         add 1 to ws-num-dec-cifre
                         if ws-num-dec-cifre = 1
                            compute ws-num-dec = ws-num-cifra * 10
                         else
                            add ws-num-cifra to ws-num-dec
                         end-if
                      end-if
                   else
                      compute ws-num-intero =
                              (ws-num-intero * 10) + ws-num-cifra
                   end-if
              when other
                   continue
              end-evaluate
           end-perform.
           compute ws-riga-importo =
                   ws-num-intero + (ws-num-dec / 100).

      ***---
       ABBINA-ESITO.
           set ws-esi-non-abb(ws-eidx) to true.
           if ws-campo-riferimento(1:2) not = "PL" or
              ws-campo-riferimento(3:6) is not numeric
              move "Riferimento sconosciuto" to ws-esi-motivo(ws-eidx)
              exit paragraph
           end-if.
           move ws-campo-riferimento(3:6) to plk-richiesta.
           if plk-richiesta = 0
              move "Riferimento sconosciuto" to ws-esi-motivo(ws-eidx)
              exit paragraph
           end-if.
           read paylink
                invalid
                   move "Riferimento sconosciuto"
                     to ws-esi-motivo(ws-eidx)
                   exit paragraph
           end-read.
           move plk-numero to ws-numero-x.
           initialize ws-esi-documento(ws-eidx).
           string plk-anno    delimited size
                  "/"         delimited size
                  ws-numero-x delimited size
                  " rata "    delimited size
                  plk-rata    delimited size
             into ws-esi-documento(ws-eidx)
           end-string.
           if plk-pagata and plk-transazione = ws-campo-transazione
              set ws-esi-gia-reg(ws-eidx) to true
              move "Esito gia' importato" to ws-esi-motivo(ws-eidx)
              exit paragraph
           end-if.
           if not plk-aperta
              move "Richiesta non piu' aperta"
                to ws-esi-motivo(ws-eidx)
              exit paragraph
           end-if.
           if ws-campo-esito not = "OK"
              perform REGISTRA-RIFIUTO
              exit paragraph
           end-if.
           if ws-esi-importo(ws-eidx) not = plk-importo
              move "Importo diverso dalla richiesta"
                to ws-esi-motivo(ws-eidx)
              exit paragraph
           end-if.
           perform REGISTRA-PAGAMENTO.

      ***---
       REGISTRA-RIFIUTO.
           move plk-stato to aul-valore-precedente.
           set plk-rifiutata to true.
           move ws-esi-data(ws-eidx) to plk-data-esito.
           if plk-data-esito = 0
              move ws-data-corrente to plk-data-esito
           end-if.
           move ws-campo-transazione to plk-transazione.
           rewrite rec-paylink
                   invalid
                      move "Aggiornamento non riuscito"
                        to ws-esi-motivo(ws-eidx)
               not invalid
                      set ws-esi-rifiutato(ws-eidx) to true
                      move "Pagamento rifiutato"
                        to ws-esi-motivo(ws-eidx)
                      perform AUDIT-RICHIESTA
           end-rewrite.

      ***---
      * L'INCASSO PASSA DA ST-INCASSI: SE LO RIFIUTA (FATTURA GIA'
      * SALDATA PER ALTRA VIA, ANNO CHIUSO) IL PAGAMENTO RESTA DA
      * SISTEMARE A MANO E LA RICHIESTA RESTA APERTA.
       REGISTRA-PAGAMENTO.
           move ws-esi-data(ws-eidx) to ws-inc-data.
           if ws-inc-data = 0
              move ws-data-corrente to ws-inc-data
           end-if.
           call "st-incassi" using plk-anno plk-numero ws-inc-data
                                   plk-importo ws-inc-mezzo
                                   link-operatore ws-inc-esito.
           cancel "st-incassi".
           if ws-inc-esito not = "OK"
              move "Incasso non accettato" to ws-esi-motivo(ws-eidx)
              exit paragraph
           end-if.
           move plk-stato to aul-valore-precedente.
           set plk-pagata to true.
           move ws-inc-data          to plk-data-esito.
           move ws-campo-transazione to plk-transazione.
           rewrite rec-paylink
                   invalid continue
           end-rewrite.
           perform AUDIT-RICHIESTA.
           set ws-esi-abbinato(ws-eidx) to true.
           move "Incasso registrato" to ws-esi-motivo(ws-eidx).

      ***---
       AUDIT-RICHIESTA.
           set  aul-modifica            to true.
           move "ST-PAYLINKESITO"       to aul-programma.
           move "PAYLINK"               to aul-file-dati.
           move plk-chiave              to aul-chiave-record.
           move "PLK-STATO"             to aul-campo.
           move plk-stato               to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

      ***---
       STAMPA-TABULATO.
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
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.

           if tutto-ok-stampa
              perform INTESTAZIONE
              perform varying ws-eidx from 1 by 1
                        until ws-eidx > ws-num-esiti
                 perform STAMPA-RIGA-ESITO
              end-perform

              add 0,4 to save-riga
              move Calibri12B to spl-hfont
              move 2 to spl-tipo-colonna
              move ws-tot-incassato to ws-incassato-dply
              initialize spl-riga-stampa
              string "TOTALE INCASSATO TRAMITE LINK: "
                                           delimited size
                     ws-incassato-dply     delimited size
                     " €"                  delimited size
                into spl-riga-stampa
              end-string
              perform SCRIVI
              if ws-num-non-abbinati > 0
                 move ws-num-non-abbinati to ws-num-non-abbinati-z
                 initialize spl-riga-stampa
                 string "PAGAMENTI NON ABBINATI DA SISTEMARE: "
                                              delimited size
                        ws-num-non-abbinati-z delimited size
                   into spl-riga-stampa
                 end-string
                 perform SCRIVI
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-RIGA-ESITO.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           initialize ws-data-dply.
           if ws-esi-data(ws-eidx) not = 0
              string ws-esi-data(ws-eidx)(7:2) delimited size
                     "/"                       delimited size
                     ws-esi-data(ws-eidx)(5:2) delimited size
                     "/"                       delimited size
                     ws-esi-data(ws-eidx)(1:4) delimited size
                     into ws-data-dply
              end-string
           end-if.
           move ws-esi-riferimento(ws-eidx) to r-riferimento.
           move ws-data-dply                to r-data.
           move ws-esi-importo(ws-eidx)     to r-importo.
           move ws-esi-documento(ws-eidx)   to r-documento.
           evaluate true
           when ws-esi-abbinato(ws-eidx)
                move "ABBINATO"     to r-stato
           when ws-esi-rifiutato(ws-eidx)
                move "RIFIUTATO"    to r-stato
           when ws-esi-gia-reg(ws-eidx)
                move "GIA' IMPORT." to r-stato
           when other
                move "NON ABBINATO" to r-stato
           end-evaluate.
           move ws-esi-motivo(ws-eidx) to r-motivo.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

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
           move "RIFERIMENTO DATA            IMPORTO  FATTURA"
             to spl-riga-stampa.
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
           move "ST-PAYLINKESITO"  to ell-programma.
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
           move ws-num-abbinati     to ws-num-abbinati-z.
           move ws-num-rifiutati    to ws-num-rifiutati-z.
           move ws-num-non-abbinati to ws-num-non-abbinati-z.
           string "Pagamenti abbinati: "     delimited size
                  ws-num-abbinati-z          delimited size
                  X"0D0A"                    delimited size
                  "Pagamenti rifiutati: "    delimited size
                  ws-num-rifiutati-z         delimited size
                  X"0D0A"                    delimited size
                  "Pagamenti non abbinati: " delimited size
                  ws-num-non-abbinati-z      delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close paylink param.
           if esiti-aperto
              close esitofile
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
