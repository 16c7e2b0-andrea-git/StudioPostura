       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-attrezscad.
       AUTHOR.                          Andrea.
      ******************************************************************
      * AVVISO MENSILE DELLE ATTREZZATURE DA VERIFICARE: TUTTI GLI
      * APPARECCHI (ANAGRAFICA ATTREZZATURE) CON LA VERIFICA DI
      * SICUREZZA ELETTRICA GIA' SCADUTA O IN SCADENZA ENTRO I
      * PROSSIMI 30 GIORNI, PIU' QUELLI FUORI SERVIZIO, CON SEDE,
      * STANZA E DATA: UN APPARECCHIO IN LISTA NON E' PRENOTABILE
      * (VEDI ST-ATTREZCHECK) O LO SARA' A BREVE. LA DISTANZA IN
      * GIORNI USA L'APPROSSIMAZIONE COMMERCIALE DI
      * ST-ALLEGATISCAD. CANDIDATO AL GIRO NOTTURNO (BATCHJOB) DEL
      * PRIMO DEL MESE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "attrezzature.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "attrezzature.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-attrezzature   pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo         value "Studio - Attrezzature da Verificare".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-giorni-avviso      value 30.

       77  ws-data-corrente      pic 9(8).
       77  ws-giorni-oggi        pic 9(9).
       77  ws-giorni-scadenza    pic 9(9).
       77  ws-giorni-diff        pic s9(9).
       77  ws-conv-data          pic 9(8).
       77  ws-conv-anno          pic 9(4).
       77  ws-conv-mese          pic 9(2).
       77  ws-conv-giorno        pic 9(2).

       77  ws-num-in-scadenza    pic 9(4) value 0.
       77  ws-num-in-scadenza-z  pic zzz9.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-attrezzatura     pic x(40).
           05 r-sede             pic x(12).
           05 r-scadenza         pic x(12).
           05 r-stato            pic x(18).

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
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform STAMPA
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
           set tutto-ok to true.
           move 0 to ws-num-in-scadenza.
           accept ws-data-corrente from century-date.
           move ws-data-corrente to ws-conv-data.
           perform CONVERTI-DATA-IN-GIORNI.
           move ws-giorni-scadenza to ws-giorni-oggi.

      ***---
       OPEN-FILES.
           open input param.
           open input attrezzature.
           if status-attrezzature = "35"
              open output attrezzature
              close       attrezzature
              open input  attrezzature
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
              move low-value to atz-codice
              start attrezzature key >= atz-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read attrezzature next at end exit perform end-read
                 perform CONTROLLA-ATTREZZATURA
              end-perform

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       CONTROLLA-ATTREZZATURA.
      * SENZA SCADENZA (APPARECCHIO NON SOGGETTO A VERIFICA) CONTA
      * SOLO IL FUORI SERVIZIO.
           if atz-scadenza-verifica = 0
              move 99999 to ws-giorni-diff
           else
              move atz-scadenza-verifica to ws-conv-data
              perform CONVERTI-DATA-IN-GIORNI
              compute ws-giorni-diff =
                      ws-giorni-scadenza - ws-giorni-oggi
           end-if.
           if ws-giorni-diff > 78-giorni-avviso and
              not atz-fuori-servizio
              exit paragraph
           end-if.
           add 1 to ws-num-in-scadenza.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           initialize r-riga.
           move atz-descrizione(1:40) to r-attrezzatura.
           string atz-studio delimited size
                  " "        delimited size
                  atz-stanza delimited size
             into r-sede
           end-string.
           if atz-scadenza-verifica not = 0
              string atz-scadenza-verifica(7:2) delimited size
                     "/"                        delimited size
                     atz-scadenza-verifica(5:2) delimited size
                     "/"                        delimited size
                     atz-scadenza-verifica(1:4) delimited size
                into r-scadenza
              end-string
           end-if.
           evaluate true
           when atz-fuori-servizio
                move "FUORI SERVIZIO"    to r-stato
           when ws-giorni-diff < 0
                move "VERIFICA SCADUTA"  to r-stato
           when other
                move "IN SCADENZA"       to r-stato
           end-evaluate.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * APPROSSIMAZIONE COMMERCIALE (MESI DA 30 GIORNI), LA STESSA
      * DI ST-SCADUTI: BASTA PER RIPARTIRE IN FASCE DI AVVISO.
       CONVERTI-DATA-IN-GIORNI.
           move ws-conv-data(1:4) to ws-conv-anno.
           move ws-conv-data(5:2) to ws-conv-mese.
           move ws-conv-data(7:2) to ws-conv-giorno.
           compute ws-giorni-scadenza =
                   (ws-conv-anno * 360) +
                   ((ws-conv-mese - 1) * 30) + ws-conv-giorno.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move "Verifiche scadute o in scadenza entro 30 giorni"
             to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           move "APPARECCHIO                             SEDE"
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
           move "ST-ATTREZSCAD"   to ell-programma.
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
           move ws-num-in-scadenza to ws-num-in-scadenza-z.
           string "Attrezzature da verificare: "
                                                     delimited size
                  ws-num-in-scadenza-z               delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close attrezzature param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
