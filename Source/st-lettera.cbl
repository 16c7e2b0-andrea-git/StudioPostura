       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-lettera.
       AUTHOR.                          Andrea.
      ******************************************************************
      * LETTERA AL CLIENTE DA UN MODELLO DELL'ARCHIVIO MODLETT (TIPO
      * LINK-TIPO, NELLA LINGUA DEL CLIENTE CON RICADUTA
      * SULL'ITALIANO): IL TESTO CON I CAMPI DI UNIONE SOSTITUITI LO
      * RESTITUISCE ST-MODLETT, A CUI SI AGGIUNGONO QUI {SEDUTE},
      * {DATA-PRIMA} E {DATA-ULTIMA} (SEDUTE REGISTRATE SU RSCHEDE
      * IN TUTTE LE SCHEDE DEL CLIENTE FRA LINK-DATA-DA E
      * LINK-DATA-A; DATA-A A ZERO = OGGI), {DATA-DA}, {DATA-A} E
      * {MEDICO} (QUELLO DELL'ULTIMA ANAMNESI, COME ST-REFERTO).
      * STAMPA DALLO SPOOLER SULLA CARTA INTESTATA DELLA SEDE DEL
      * CLIENTE, INTESTATA AL TUTORE PER IL MINORENNE CHE NE HA UNO
      * (COME ST-ATTSAN). CON LINK-CARTELLA-PDF LA LETTERA DIVENTA
      * UN PDF (LETT_TIPO_CLIENTE_DATA.PDF) E CON LINK-INVIA-EMAIL A
      * "S" SI ACCODA SU MAILQ (ST-MAILQ, FUNZIONE "P") ALL'EMAIL
      * DEL TUTORE O DEL CLIENTE. OGNI LETTERA STAMPATA LASCIA UNA
      * RIGA COMUNICAZIONI DI TIPO LETTERA (ST-COMLOG).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "tutori.sl".
           copy "tschede.sl".
           copy "rschede.sl".
           copy "anamnesi.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "tutori.fd".
           copy "tschede.fd".
           copy "rschede.fd".
           copy "anamnesi.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "comlog.lks".
       copy "modlett.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tutori         pic xx.
       77  status-tschede        pic xx.
       77  status-rschede        pic xx.
       77  status-anamnesi       pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Lettera al Cliente".
       78  78-passo              value 0,7.

      * DATI RACCOLTI PER I CAMPI DI UNIONE
       77  ws-data-corrente      pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-medico             pic x(50).
       77  ws-num-sedute         pic 9(4) value 0.
       77  ws-num-sedute-z       pic zzz9.
       77  ws-data-prima         pic 9(8) value 0.
       77  ws-data-ultima        pic 9(8) value 0.
       77  ws-data-rif           pic 9(8).
       77  ws-data-ed            pic x(10).
       77  ws-ridx               pic 9(2).
       77  ws-lead               pic 9(2).

      * INTESTATARIO DELLA LETTERA (CLIENTE O TUTORE)
       77  ws-int-nominativo     pic x(101).
       77  ws-int-indirizzo      pic x(50).
       77  ws-int-localita       pic x(60).
       77  ws-int-email          pic x(50).
       77  ws-data-limite-eta    pic 9(8).
       77  ws-anno-limite-eta    pic 9(4).

      * PDF E CODA EMAIL
       77  ws-percorso-pdf       pic x(200).
       77  ws-stampante          pic x(200).
       77  ws-mlq-funzione       pic x value "P".
       77  ws-mlq-numero         pic 9(6).
       77  ws-mlq-doc-tipo       pic x value "M".
       77  ws-mlq-anno           pic 9(4).
       77  ws-mlq-doc-numero     pic 9(6) value 0.
       77  ws-mlq-mese           pic 9(2) value 0.
       77  ws-mlq-cartella       pic x(160) value spaces.
       77  ws-mlq-gateway        pic x(200) value spaces.
       77  ws-mlq-esito          pic xx.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".
       77  filler                pic 9.
           88 intestato-tutore   value 1 false 0.

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

       LINKAGE SECTION.
       77  link-tipo             pic x(6).
       77  link-cliente          pic x(6).
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-cartella-pdf     pic x(160).
       77  link-invia-email      pic x.
           88 link-email-si      value "S".
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-tipo link-cliente
                                 link-data-da link-data-a
                                 link-stampante link-cartella-pdf
                                 link-invia-email link-operatore
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform RACCOGLI-DATI
              if tutto-ok
                 perform UNISCI-MODELLO
              end-if
              if tutto-ok
                 perform PREPARA-INTESTATARIO
                 perform COMPONI-PERCORSO-PDF
                 perform STAMPA
              end-if
              if tutto-ok
                 perform REGISTRA-COMUNICAZIONE
                 if link-email-si
                    perform ACCODA-EMAIL
                 end-if
              end-if
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
           accept ws-data-corrente from century-date.
           if link-tipo = spaces or link-cliente = spaces
              set errori to true
           end-if.
      * I PDF DA SPEDIRE DEVONO AVERE UNA CARTELLA
           if link-email-si and link-cartella-pdf = spaces
              set errori to true
           end-if.
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da > ws-data-a
              set errori to true
           end-if.
      * MINORENNE = NATO DOPO LA DATA DI DICIOTTO ANNI FA
           move ws-data-corrente to ws-data-limite-eta.
           move ws-data-corrente(1:4) to ws-anno-limite-eta.
           subtract 18 from ws-anno-limite-eta.
           move ws-anno-limite-eta to ws-data-limite-eta(1:4).
           move 0 to ws-num-sedute ws-data-prima ws-data-ultima.
           move spaces to ws-medico.

      ***---
       OPEN-FILES.
           open input clienti tschede rschede param.
           open input tutori.
           if status-tutori = "35"
              open output tutori
              close       tutori
              open input  tutori
           end-if.
           open input anamnesi.
           if status-anamnesi = "35"
              open output anamnesi
              close       anamnesi
              open input  anamnesi
           end-if.

      ***---
       RACCOGLI-DATI.
           move link-cliente to cli-codice.
           read clienti no lock
                invalid
                   set errori to true
                   exit paragraph
           end-read.
           perform CERCA-MEDICO-ANAMNESI.
           perform CONTA-SEDUTE-PERIODO.

      ***---
       CERCA-MEDICO-ANAMNESI.
      * IL MEDICO E' QUELLO DELL'ULTIMA VERSIONE COMPILATA.
           move low-value    to ana-chiave.
           move link-cliente to ana-cliente.
           start anamnesi key >= ana-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read anamnesi next at end exit perform end-read
              if ana-cliente not = link-cliente
                 exit perform
              end-if
              move ana-medico to ws-medico
           end-perform.

      ***---
      * SEDUTE DI TUTTE LE SCHEDE DEL CLIENTE NEL PERIODO.
       CONTA-SEDUTE-PERIODO.
           move link-cliente to tsc-cliente.
           start tschede key = tsc-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tschede next no lock at end exit perform end-read
              if tsc-cliente not = link-cliente
                 exit perform
              end-if
              perform CONTA-SEDUTE-SCHEDA
           end-perform.

      ***---
       CONTA-SEDUTE-SCHEDA.
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
              if rsc-data >= ws-data-da and rsc-data <= ws-data-a
                 add 1 to ws-num-sedute
                 if ws-data-prima = 0 or rsc-data < ws-data-prima
                    move rsc-data to ws-data-prima
                 end-if
                 if rsc-data > ws-data-ultima
                    move rsc-data to ws-data-ultima
                 end-if
              end-if
           end-perform.

      ***---
      * IL TESTO ARRIVA DA ST-MODLETT CON I CAMPI GIA' SOSTITUITI:
      * SENZA UN MODELLO PER QUESTO TIPO NON C'E' NIENTE DA STAMPARE.
       UNISCI-MODELLO.
           initialize modlett-link.
           set  mll-unisci     to true.
           move link-tipo      to mll-tipo.
           move link-cliente   to mll-cliente.
           move link-operatore to mll-operatore.
           move 0              to mll-num-campi.
           add 1 to mll-num-campi.
           move "SEDUTE"        to mll-campo-nome(mll-num-campi).
           move ws-num-sedute   to ws-num-sedute-z.
           move 0 to ws-lead.
           inspect ws-num-sedute-z tallying ws-lead
                   for leading spaces.
           move ws-num-sedute-z(ws-lead + 1:)
             to mll-campo-valore(mll-num-campi).
           add 1 to mll-num-campi.
           move "DATA-PRIMA"    to mll-campo-nome(mll-num-campi).
           move ws-data-prima   to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed      to mll-campo-valore(mll-num-campi).
           add 1 to mll-num-campi.
           move "DATA-ULTIMA"   to mll-campo-nome(mll-num-campi).
           move ws-data-ultima  to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed      to mll-campo-valore(mll-num-campi).
           add 1 to mll-num-campi.
           move "DATA-DA"       to mll-campo-nome(mll-num-campi).
           move ws-data-da      to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed      to mll-campo-valore(mll-num-campi).
           add 1 to mll-num-campi.
           move "DATA-A"        to mll-campo-nome(mll-num-campi).
           move ws-data-a       to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed      to mll-campo-valore(mll-num-campi).
           add 1 to mll-num-campi.
           move "MEDICO"        to mll-campo-nome(mll-num-campi).
           move ws-medico       to mll-campo-valore(mll-num-campi).
           call "st-modlett" using modlett-link.
           cancel "st-modlett".
           if not mll-esito-ok
              set errori to true
              if mll-nessun-modello
                 initialize messaggio
                 string "Nessun modello di lettera per il tipo "
                                          delimited size
                        link-tipo         delimited size
                   into messaggio
                 end-string
                 inspect messaggio replacing trailing space
                         by low-value
                 display message messaggio
              end-if
           end-if.

      ***---
       EDITA-DATA.
           move spaces to ws-data-ed.
           if ws-data-rif = 0
              exit paragraph
           end-if.
           string ws-data-rif(7:2) delimited size
                  "/"              delimited size
                  ws-data-rif(5:2) delimited size
                  "/"              delimited size
                  ws-data-rif(1:4) delimited size
             into ws-data-ed
           end-string.

      ***---
       PREPARA-INTESTATARIO.
           set intestato-tutore to false.
           if cli-data-n not = 0 and cli-data-n > ws-data-limite-eta
              move cli-codice to tut-cliente
              read tutori no lock
                   invalid continue
               not invalid set intestato-tutore to true
              end-read
           end-if.
           initialize ws-int-nominativo ws-int-localita.
           if intestato-tutore
              string tut-ragsoc delimited "  "
                     " "        delimited size
                     tut-nome   delimited size
                     into ws-int-nominativo
              end-string
              move tut-indirizzo to ws-int-indirizzo
              string tut-cap      delimited size
                     " "          delimited size
                     tut-localita delimited "  "
                     " ("         delimited size
                     tut-prov     delimited size
                     ")"          delimited size
                     into ws-int-localita
              end-string
              move tut-email     to ws-int-email
              if ws-int-email = spaces
                 move cli-email  to ws-int-email
              end-if
           else
              string cli-ragsoc delimited "  "
                     " "        delimited size
                     cli-nome   delimited size
                     into ws-int-nominativo
              end-string
              move cli-indirizzo to ws-int-indirizzo
              string cli-cap      delimited size
                     " "          delimited size
                     cli-localita delimited "  "
                     " ("         delimited size
                     cli-prov     delimited size
                     ")"          delimited size
                     into ws-int-localita
              end-string
              move cli-email     to ws-int-email
           end-if.
      * SENZA UN INDIRIZZO EMAIL LA LETTERA SI STAMPA SOLTANTO
           if link-email-si and ws-int-email = spaces
              move spaces to link-invia-email
           end-if.

      ***---
       COMPONI-PERCORSO-PDF.
           move spaces to ws-percorso-pdf.
           if link-cartella-pdf = spaces
              exit paragraph
           end-if.
           inspect link-cartella-pdf
                   replacing trailing spaces by low-value.
           string link-cartella-pdf delimited low-value
                  "LETT_"           delimited size
                  link-tipo         delimited spaces
                  "_"               delimited size
                  cli-codice        delimited spaces
                  "_"               delimited size
                  ws-data-corrente  delimited size
                  ".pdf"            delimited size
             into ws-percorso-pdf
           end-string.
           inspect link-cartella-pdf
                   replacing trailing low-value by spaces.

      ***---
       STAMPA.
           if link-stampante = spaces
              initialize spooler-link
              call   "selprint" using selprint-linkage
              cancel "selprint"
           else
              move link-stampante to selprint-stampante
           end-if.
           if selprint-stampante = spaces
              set errori to true
              exit paragraph
           end-if.

           move selprint-num-copie to SPL-NUM-COPIE.
           move selprint-stampante to SPL-NOME-STAMPANTE.
           if ws-percorso-pdf not = spaces
              move "S"             to SPL-SALVA-PDF
              move ws-percorso-pdf to SPL-PERCORSO-PDF
           else
              move selprint-salva-pdf    to SPL-SALVA-PDF
              move selprint-percorso-pdf to SPL-PERCORSO-PDF
           end-if.
           move titolo to spl-nome-job.
           set spl-apertura to true.
           set spl-vertical to true.
           set WFDEVICE-WIN-PRINTER    to true.
           call "spooler" using spooler-link.
           if spl-sta-annu
              set errori to true
              exit paragraph
           end-if.
           move spl-altezza to save-altezza-pagina.
           perform CARICA-FONT.
           if errori
              exit paragraph
           end-if.

      * I FONT DI RISERVA STANNO SUL PROFILO PRINCIPALE: LA CARTA
      * INTESTATA DELLA SEDE SI LEGGE DOPO AVERLI CARICATI.
           perform LEGGI-PARAM-STUDIO.
           perform INTESTAZIONE.

           move Calibri10 to spl-hfont.
           move 0         to spl-tipo-colonna.
           move 1,5       to spl-colonna.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > mll-num-righe
              if save-riga > save-altezza-pagina - 2
                 set spl-salto-pagina to true
                 call "spooler" using spooler-link
                 move 1,0 to save-riga
                 move Calibri10 to spl-hfont
                 move 1,5       to spl-colonna
              end-if
              move mll-riga(ws-ridx) to spl-riga-stampa
              perform SCRIVI
           end-perform.

           add 0,6 to save-riga.
           move 12,0 to spl-colonna.
           move prm-ragsoc to spl-riga-stampa.
           perform SCRIVI.

           set spl-chiusura to true.
           call   "spooler" using spooler-link.

      ***---
      * CARTA INTESTATA DELLA SEDE, DESTINATARIO, LUOGO E DATA E
      * OGGETTO DEL MODELLO.
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

           move 12,0               to spl-colonna.
           move 4,3                to save-riga.
           move Calibri12B         to spl-hfont.
           move ws-int-nominativo  to spl-riga-stampa.
           perform SCRIVI.
           move Calibri10          to spl-hfont.
           move ws-int-indirizzo   to spl-riga-stampa.
           perform SCRIVI.
           move ws-int-localita    to spl-riga-stampa.
           perform SCRIVI.

           move 1,5                to spl-colonna.
           add 0,8                 to save-riga.
           move ws-data-corrente   to ws-data-rif.
           perform EDITA-DATA.
           initialize spl-riga-stampa.
           string prm-citta        delimited "  "
                  ", "             delimited size
                  ws-data-ed       delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           if mll-oggetto not = spaces
              add 0,4 to save-riga
              move Calibri12B to spl-hfont
              initialize spl-riga-stampa
              if cli-lingua-inglese
                 string "Subject: "   delimited size
                        mll-oggetto   delimited size
                   into spl-riga-stampa
                 end-string
              else
                 string "Oggetto: "   delimited size
                        mll-oggetto   delimited size
                   into spl-riga-stampa
                 end-string
              end-if
              perform SCRIVI
           end-if.
           add 0,6 to save-riga.

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
       REGISTRA-COMUNICAZIONE.
           initialize comlog-link.
           move link-cliente   to cml-cliente.
           set  cml-lettera    to true.
           move mll-oggetto    to cml-oggetto.
           if cml-oggetto = spaces
              move mll-descrizione to cml-oggetto
           end-if.
           initialize cml-note.
           string "Modello "   delimited size
                  link-tipo    delimited spaces
                  " ("         delimited size
                  mll-lingua   delimited size
                  ")"          delimited size
             into cml-note
           end-string.
           move link-operatore to cml-operatore.
           call "st-comlog" using comlog-link.
           cancel "st-comlog".

      ***---
       ACCODA-EMAIL.
           move ws-data-corrente(1:4) to ws-mlq-anno.
           move spaces to ws-stampante.
           call "st-mailq" using ws-mlq-funzione ws-mlq-numero
                                 ws-mlq-doc-tipo ws-mlq-anno
                                 ws-mlq-doc-numero ws-mlq-mese
                                 ws-int-email mll-oggetto
                                 ws-mlq-cartella ws-mlq-gateway
                                 ws-stampante link-operatore
                                 ws-mlq-esito cli-codice
                                 ws-percorso-pdf.
           cancel "st-mailq".

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
           move "ST-LETTERA"       to ell-programma.
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
           close clienti tutori tschede rschede anamnesi param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
