       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-pratiche.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PRATICHE DI RIMBORSO DEL CLIENTE VERSO FONDI SANITARI E
      * ASSICURAZIONI (PRATICHE, FONDI). LE FUNZIONI SONO QUELLE DI
      * PRATICHE.LKS:
      *   "N" APRE UNA PRATICA: LE FATTURE (FINO A 10) DEVONO ESSERE
      *       DEL CLIENTE E NON GIA' IN UN'ALTRA SUA PRATICA NON
      *       RESPINTA VERSO LO STESSO FONDO; L'IMPORTO RICHIESTO E'
      *       IL LORO TOTALE. SE IL FONDO VUOLE LA PRESCRIZIONE SI
      *       AGGANCIA L'ALLEGATO PIU' RECENTE DEL TIPO INDICATO DAL
      *       FONDO; SE VUOLE LA RELAZIONE E LA SCHEDA NON E' INDICATA
      *       SI PRENDE L'ULTIMA SCHEDA DEL CLIENTE
      *   "M" MODIFICA FATTURE, SCHEDA E NOTE DI UNA PRATICA IN
      *       PREPARAZIONE O CON INTEGRAZIONE RICHIESTA
      *   "S" CAMBIA STATO: "I" INVIATA (DA IN PREPARAZIONE O DA
      *       INTEGRAZIONE, AGGIORNA LA DATA DI INVIO), "R"
      *       INTEGRAZIONE RICHIESTA, "L" LIQUIDATA CON L'IMPORTO
      *       RIMBORSATO, "X" RESPINTA (QUESTE TRE SOLO SE INVIATA O
      *       IN INTEGRAZIONE)
      *   "P" COMPONE IL PACCHETTO DOCUMENTALE NELLA CARTELLA
      *       PRAT<NUMERO> SOTTO PRL-CARTELLA: IL PDF DI OGNI FATTURA
      *       (ST-DOCUM, DESTINAZIONE NELLA VARIABILE D'AMBIENTE
      *       "STAMPA-PDF" COME ST-MAILQ), LA COPIA DEL FILE DELLA
      *       PRESCRIZIONE (PERCORSO DECIFRATO CON ST-CIFRA), LA
      *       RELAZIONE DI ST-REFERTO SULLA SCHEDA E IL RIEPILOGO
      *       DELLE SEDUTE DI ST-PRATRIEP, SECONDO QUELLO CHE CHIEDE
      *       IL FONDO; CIO' CHE MANCA TORNA IN PRL-MANCANTI
      *   "L" LEGGE
      * OGNI SCRITTURA VA SU AUDITLOG (ST-AUDIT).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "pratiche.sl".
           copy "fondi.sl".
           copy "clienti.sl".
           copy "tfatture.sl".
           copy "allegati.sl".
           copy "tschede.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "pratiche.fd".
           copy "fondi.fd".
           copy "clienti.fd".
           copy "tfatture.fd".
           copy "allegati.fd".
           copy "tschede.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "cifra.lks".

       77  status-pratiche       pic xx.
       77  status-fondi          pic xx.
       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-allegati       pic xx.
       77  status-tschede        pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 chiamata-fallita   value 1 false 0.
       77  filler                pic 9.
           88 fatture-mancanti   value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-ultimo-numero      pic 9(6) value 0.
       77  ws-fidx               pic 9(2).
       77  ws-fidx2              pic 9(2).
       77  ws-importo-richiesto  pic s9(9)v99.
       77  ws-stato-prec         pic x(1).
       77  ws-data-allegato      pic 9(8).

      * PRATICA DA NON CONFRONTARE CON SE STESSA NEL CONTROLLO
      * DELLE FATTURE
       77  ws-numero-corrente    pic 9(6).

      * PACCHETTO DOCUMENTALE
       77  ws-numero-x           pic 9(6).
       77  ws-cartella-pacchetto pic x(230).
       77  ws-percorso-origine   pic x(260).
       77  ws-percorso-copia     pic x(260).
       77  ws-percorso-pdf       pic x(200).
       77  ws-nome-file          pic x(80).
       77  ws-esito-call         pic s9(9) comp-5.
       77  ws-pos                pic 9(3).
       77  ws-cidx               pic 9(3).
       77  ws-allegato-trovato   pic 9(4).
       77  ws-mancanti-prec      pic x(100).
       77  ws-esito              pic xx.
       01  ws-doc-chiave.
           05 ws-doc-anno        pic 9(4).
           05 ws-doc-numero      pic 9(6).
       77  ws-doc-tipo           pic x(1) value "F".
       77  ws-ope-codice         pic x(10).
       77  ws-ope-password       pic x(10).

       LINKAGE SECTION.
           copy "pratiche.lks".

      ******************************************************************
       PROCEDURE DIVISION using pratiche-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when prl-nuova         perform NUOVA-PRATICA
              when prl-modifica      perform MODIFICA-PRATICA
              when prl-cambia-stato  perform CAMBIA-STATO
              when prl-pacchetto     perform COMPONI-PACCHETTO
              when prl-leggi         perform LEGGI-PRATICA
              when other             set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set prl-esito-ok to true
           else
              set prl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           move spaces to prl-mancanti.
           accept ws-data-corrente from century-date.
           if not prl-nuova and prl-numero = 0
              set tutto-ok to false
           end-if.
           if prl-pacchetto and prl-cartella = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o pratiche.
           if status-pratiche = "35"
              open output pratiche
              close       pratiche
              open i-o    pratiche
           end-if.
           open input fondi.
           if status-fondi = "35"
              open output fondi
              close       fondi
              open input  fondi
           end-if.
           open input allegati.
           if status-allegati = "35"
              open output allegati
              close       allegati
              open input  allegati
           end-if.
           open input clienti tfatture tschede.

      ***---
       NUOVA-PRATICA.
           move prl-cliente to cli-codice.
           read clienti no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move prl-fondo to fnd-codice.
           read fondi no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not fnd-attivo-si
              set tutto-ok to false
              exit paragraph
           end-if.
           move 0 to ws-numero-corrente.
           perform CONTROLLA-FATTURE.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-NUMERO.
           initialize rec-pratiche.
           compute pra-numero = ws-ultimo-numero + 1.
           move prl-cliente      to pra-cliente.
           move prl-fondo        to pra-fondo.
           move ws-data-corrente to pra-data-apertura.
           move ws-data-corrente to pra-data-stato.
           set  pra-in-preparazione to true.
           perform TRAVASA-FATTURE.
           move prl-scheda       to pra-scheda.
           move prl-note         to pra-note.
           move prl-operatore    to pra-operatore.
           perform CERCA-PRESCRIZIONE.
           perform CERCA-SCHEDA.
           write rec-pratiche
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move spaces to ws-stato-prec
              perform AUDIT-PRATICA
              perform TRAVASA-LINK
           end-if.

      ***---
      * IL CONTROLLO DELLE FATTURE SCORRE LE ALTRE PRATICHE DEL
      * CLIENTE: LA PRATICA SI BLOCCA SOLO DOPO, PER AGGIORNARLA.
       MODIFICA-PRATICA.
           move prl-numero to pra-numero.
           read pratiche no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not pra-in-preparazione and not pra-integrazione
              set tutto-ok to false
              exit paragraph
           end-if.
           move pra-fondo to fnd-codice.
           read fondi no lock
                invalid initialize rec-fondi
           end-read.
           if prl-num-fatture > 0
              move pra-numero  to ws-numero-corrente
              move pra-cliente to prl-cliente
              move pra-fondo   to prl-fondo
              perform CONTROLLA-FATTURE
              if not tutto-ok
                 exit paragraph
              end-if
           end-if.
           move prl-numero to pra-numero.
           read pratiche
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if prl-num-fatture > 0
              perform TRAVASA-FATTURE
           end-if.
           if prl-scheda not = 0
              move prl-scheda to pra-scheda
           end-if.
           if prl-note not = spaces
              move prl-note to pra-note
           end-if.
           if pra-allegato-prescrizione = 0
              perform CERCA-PRESCRIZIONE
           end-if.
           move prl-operatore to pra-operatore.
           rewrite rec-pratiche
                   invalid set tutto-ok to false
           end-rewrite.
           if tutto-ok
              move pra-stato to ws-stato-prec
              perform AUDIT-PRATICA
              perform TRAVASA-LINK
           end-if.

      ***---
      * LE FATTURE DEVONO ESISTERE, ESSERE DEL CLIENTE E NON STARE
      * GIA' IN UN'ALTRA PRATICA VIVA VERSO LO STESSO FONDO.
       CONTROLLA-FATTURE.
           if prl-num-fatture = 0 or prl-num-fatture > 10
              set tutto-ok to false
              exit paragraph
           end-if.
           move 0 to ws-importo-richiesto.
           perform varying ws-fidx from 1 by 1
                     until ws-fidx > prl-num-fatture
              move prl-ft-anno(ws-fidx)   to tfa-anno
              move prl-ft-numero(ws-fidx) to tfa-numero
              read tfatture no lock
                   invalid
                      set tutto-ok to false
                      exit perform
              end-read
              if tfa-cliente not = prl-cliente
                 set tutto-ok to false
                 exit perform
              end-if
              add tfa-importo-tot to ws-importo-richiesto
           end-perform.
           if not tutto-ok
              exit paragraph
           end-if.
           move prl-cliente to pra-cliente.
           start pratiche key = pra-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read pratiche next no lock at end exit perform end-read
              if pra-cliente not = prl-cliente
                 exit perform
              end-if
              if pra-numero not = ws-numero-corrente and
                 pra-fondo = prl-fondo and not pra-respinta
                 perform CONFRONTA-FATTURE
                 if not tutto-ok
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       CONFRONTA-FATTURE.
           perform varying ws-fidx from 1 by 1
                     until ws-fidx > prl-num-fatture
              perform varying ws-fidx2 from 1 by 1
                        until ws-fidx2 > pra-num-fatture
                 if pra-ft-anno(ws-fidx2) = prl-ft-anno(ws-fidx) and
                    pra-ft-numero(ws-fidx2) = prl-ft-numero(ws-fidx)
                    set tutto-ok to false
                 end-if
              end-perform
           end-perform.

      ***---
       TRAVASA-FATTURE.
           move prl-num-fatture to pra-num-fatture.
           perform varying ws-fidx from 1 by 1 until ws-fidx > 10
              if ws-fidx > prl-num-fatture
                 move 0 to pra-ft-anno(ws-fidx)
                           pra-ft-numero(ws-fidx)
                           pra-ft-importo(ws-fidx)
              else
                 move prl-ft-anno(ws-fidx)   to pra-ft-anno(ws-fidx)
                 move prl-ft-numero(ws-fidx) to pra-ft-numero(ws-fidx)
                 move prl-ft-anno(ws-fidx)   to tfa-anno
                 move prl-ft-numero(ws-fidx) to tfa-numero
                 read tfatture no lock
                      invalid move 0 to tfa-importo-tot
                 end-read
                 move tfa-importo-tot to pra-ft-importo(ws-fidx)
              end-if
           end-perform.
           move ws-importo-richiesto to pra-importo-richiesto.

      ***---
      * PRESCRIZIONE = ALLEGATO PIU' RECENTE DEL TIPO CHIESTO DAL
      * FONDO (A PARITA' DI DATA, L'ULTIMO REGISTRATO).
       CERCA-PRESCRIZIONE.
           move 0 to pra-allegato-prescrizione.
           if not fnd-con-prescrizione or
              fnd-tipodoc-prescrizione = spaces
              exit paragraph
           end-if.
           move 0 to ws-data-allegato.
           move pra-cliente to all-cliente.
           move 0           to all-progressivo.
           start allegati key >= all-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read allegati next no lock at end exit perform end-read
              if all-cliente not = pra-cliente
                 exit perform
              end-if
              if all-tipo = fnd-tipodoc-prescrizione and
                 all-data >= ws-data-allegato
                 move all-data        to ws-data-allegato
                 move all-progressivo to pra-allegato-prescrizione
              end-if
           end-perform.

      ***---
      * SENZA SCHEDA INDICATA LA RELAZIONE SI FA SULL'ULTIMA.
       CERCA-SCHEDA.
           if pra-scheda not = 0 or not fnd-con-relazione
              exit paragraph
           end-if.
           move pra-cliente to tsc-cliente.
           start tschede key = tsc-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tschede next no lock at end exit perform end-read
              if tsc-cliente not = pra-cliente
                 exit perform
              end-if
              if tsc-codice > pra-scheda
                 move tsc-codice to pra-scheda
              end-if
           end-perform.

      ***---
       CAMBIA-STATO.
           move prl-numero to pra-numero.
           read pratiche
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move pra-stato to ws-stato-prec.
           evaluate prl-stato
           when "I"
                if not pra-in-preparazione and not pra-integrazione
                   set tutto-ok to false
                else
                   move ws-data-corrente to pra-data-invio
                end-if
           when "R"
                if not pra-inviata
                   set tutto-ok to false
                end-if
           when "L"
                if not pra-inviata and not pra-integrazione
                   set tutto-ok to false
                else
                   move prl-importo-rimborsato
                     to pra-importo-rimborsato
                end-if
           when "X"
                if not pra-inviata and not pra-integrazione
                   set tutto-ok to false
                else
                   move 0 to pra-importo-rimborsato
                end-if
           when other
                set tutto-ok to false
           end-evaluate.
           if not tutto-ok
              exit paragraph
           end-if.
           move prl-stato        to pra-stato.
           move ws-data-corrente to pra-data-stato.
           if prl-note not = spaces
              move prl-note to pra-note
           end-if.
           move prl-operatore    to pra-operatore.
           rewrite rec-pratiche
                   invalid set tutto-ok to false
           end-rewrite.
           if tutto-ok
              perform AUDIT-PRATICA
              perform TRAVASA-LINK
           end-if.

      ***---
       LEGGI-PRATICA.
           move prl-numero to pra-numero.
           read pratiche no lock
                invalid set tutto-ok to false
            not invalid perform TRAVASA-LINK
           end-read.

      ***---
       TRAVASA-LINK.
           move pra-numero             to prl-numero.
           move pra-cliente            to prl-cliente.
           move pra-fondo              to prl-fondo.
           move pra-num-fatture        to prl-num-fatture.
           perform varying ws-fidx from 1 by 1 until ws-fidx > 10
              move pra-ft-anno(ws-fidx)   to prl-ft-anno(ws-fidx)
              move pra-ft-numero(ws-fidx) to prl-ft-numero(ws-fidx)
           end-perform.
           move pra-scheda             to prl-scheda.
           move pra-stato              to prl-stato.
           move pra-importo-richiesto  to prl-importo-richiesto.
           move pra-importo-rimborsato to prl-importo-rimborsato.
           move pra-note               to prl-note.

      ***---
      * I DOCUMENTI SI PRODUCONO CON LA PRATICA LETTA SENZA BLOCCO
      * (ST-PRATRIEP LA RILEGGE); IL BLOCCO SERVE SOLO ALLA FINE PER
      * REGISTRARE LA CARTELLA DEL PACCHETTO.
       COMPONI-PACCHETTO.
           move prl-numero to pra-numero.
           read pratiche no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move pra-fondo to fnd-codice.
           read fondi no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move pra-numero to ws-numero-x.
           initialize ws-cartella-pacchetto.
           inspect prl-cartella replacing trailing spaces by low-value.
           string prl-cartella  delimited low-value
                  "PRAT"        delimited size
                  ws-numero-x   delimited size
             into ws-cartella-pacchetto
           end-string.
           inspect prl-cartella replacing trailing low-value by spaces.
           inspect ws-cartella-pacchetto
                   replacing trailing spaces by low-value.
           call "C$MAKEDIR" using ws-cartella-pacchetto
                           giving ws-esito-call.

           if fnd-con-fatture
              set fatture-mancanti to false
              perform varying ws-fidx from 1 by 1
                        until ws-fidx > pra-num-fatture
                 perform PACCHETTO-FATTURA
              end-perform
              if fatture-mancanti
                 move "FATTURE" to ws-nome-file
                 perform SEGNALA-MANCANTE
              end-if
           end-if.
           if fnd-con-prescrizione
              perform PACCHETTO-PRESCRIZIONE
           end-if.
           if fnd-con-relazione
              perform PACCHETTO-RELAZIONE
           end-if.
           if fnd-con-riepilogo
              perform PACCHETTO-RIEPILOGO
           end-if.

           move pra-allegato-prescrizione to ws-allegato-trovato.
           read pratiche
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if pra-allegato-prescrizione = 0
              move ws-allegato-trovato to pra-allegato-prescrizione
           end-if.
           inspect ws-cartella-pacchetto
                   replacing trailing low-value by spaces.
           move ws-cartella-pacchetto to pra-cartella-pacchetto.
           move ws-data-corrente      to pra-data-pacchetto.
           move prl-operatore         to pra-operatore.
           rewrite rec-pratiche
                   invalid set tutto-ok to false
           end-rewrite.

      ***---
      * LA DESTINAZIONE PDF VIAGGIA NELL'AMBIENTE E VA RIPULITA
      * SUBITO DOPO, COME IN ST-MAILQ (RENDERIZZA-PDF).
       PACCHETTO-FATTURA.
           initialize ws-nome-file.
           string "FATTURA_"             delimited size
                  pra-ft-anno(ws-fidx)   delimited size
                  "_"                    delimited size
                  pra-ft-numero(ws-fidx) delimited size
                  ".pdf"                 delimited size
             into ws-nome-file
           end-string.
           perform COMPONI-PERCORSO-COPIA.
           move ws-percorso-copia to ws-percorso-pdf.
           set chiamata-fallita to false.
           set environment "STAMPA-PDF" to ws-percorso-pdf.
           move pra-ft-anno(ws-fidx)   to ws-doc-anno.
           move pra-ft-numero(ws-fidx) to ws-doc-numero.
           move spaces to ws-ope-codice ws-ope-password.
           call "st-docum" using ws-doc-chiave ws-doc-tipo
                                 prl-stampante ws-ope-codice
                                 ws-ope-password
                on exception set chiamata-fallita to true
           end-call.
           if not chiamata-fallita
              cancel "st-docum"
           end-if.
           set environment "STAMPA-PDF" to " ".
           if chiamata-fallita
              set fatture-mancanti to true
           end-if.

      ***---
      * LA COPIA TIENE IL NOME DEL FILE ORIGINALE, PRECEDUTO DA
      * "PRESCRIZIONE_".
       PACCHETTO-PRESCRIZIONE.
           if pra-allegato-prescrizione = 0
              perform CERCA-PRESCRIZIONE
           end-if.
           if pra-allegato-prescrizione = 0
              move "PRESCRIZIONE" to ws-nome-file
              perform SEGNALA-MANCANTE
              exit paragraph
           end-if.
           move pra-cliente               to all-cliente.
           move pra-allegato-prescrizione to all-progressivo.
           read allegati no lock
                invalid
                   move "PRESCRIZIONE" to ws-nome-file
                   perform SEGNALA-MANCANTE
                   exit paragraph
           end-read.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move all-versione-chiave to cfl-versione.
           move all-chiave          to cfl-chiave-record.
           move "ALL-PERCORSO"      to cfl-campo.
           move 200                 to cfl-lunghezza.
           move all-percorso        to cfl-testo.
           call "st-cifra" using cifra-link.
           cancel "st-cifra".
           move cfl-testo(1:200)    to all-percorso.
           if cfl-esito-ko or all-percorso = spaces
              move "PRESCRIZIONE" to ws-nome-file
              perform SEGNALA-MANCANTE
              exit paragraph
           end-if.
           move 0 to ws-pos.
           perform varying ws-cidx from 200 by -1 until ws-cidx = 0
              if all-percorso(ws-cidx:1) = "\" or
                 all-percorso(ws-cidx:1) = "/"
                 move ws-cidx to ws-pos
                 exit perform
              end-if
           end-perform.
           initialize ws-nome-file.
           string "PRESCRIZIONE_"            delimited size
                  all-percorso(ws-pos + 1:)  delimited spaces
             into ws-nome-file
           end-string.
           move all-percorso to ws-percorso-origine.
           perform COMPONI-PERCORSO-COPIA.
           call "C$COPY" using ws-percorso-origine
                               ws-percorso-copia "S"
                        giving ws-esito-call.
           if ws-esito-call not = 0
              move "PRESCRIZIONE" to ws-nome-file
              perform SEGNALA-MANCANTE
           end-if.

      ***---
       PACCHETTO-RELAZIONE.
           if pra-scheda = 0
              move "RELAZIONE" to ws-nome-file
              perform SEGNALA-MANCANTE
              exit paragraph
           end-if.
           move "RELAZIONE.pdf" to ws-nome-file.
           perform COMPONI-PERCORSO-COPIA.
           move ws-percorso-copia to ws-percorso-pdf.
           call   "st-referto" using pra-cliente pra-scheda
                                     prl-operatore prl-stampante
                                     ws-percorso-pdf ws-esito.
           cancel "st-referto".
           if ws-esito not = "OK"
              move "RELAZIONE" to ws-nome-file
              perform SEGNALA-MANCANTE
           end-if.

      ***---
       PACCHETTO-RIEPILOGO.
           move "RIEPILOGO-SEDUTE.pdf" to ws-nome-file.
           perform COMPONI-PERCORSO-COPIA.
           move ws-percorso-copia to ws-percorso-pdf.
           call   "st-pratriep" using pra-numero prl-stampante
                                      ws-percorso-pdf ws-esito.
           cancel "st-pratriep".
           if ws-esito not = "OK"
              move "RIEPILOGO SEDUTE" to ws-nome-file
              perform SEGNALA-MANCANTE
           end-if.

      ***---
       COMPONI-PERCORSO-COPIA.
           initialize ws-percorso-copia.
           string ws-cartella-pacchetto delimited low-value
                  "\"                   delimited size
                  ws-nome-file          delimited spaces
             into ws-percorso-copia
           end-string.

      ***---
      * UN DOCUMENTO MANCANTE NON FERMA IL PACCHETTO: SI ELENCA.
       SEGNALA-MANCANTE.
           if prl-mancanti = spaces
              move ws-nome-file to prl-mancanti
              exit paragraph
           end-if.
           move prl-mancanti to ws-mancanti-prec.
           inspect ws-mancanti-prec
                   replacing trailing spaces by low-value.
           initialize prl-mancanti.
           string ws-mancanti-prec    delimited low-value
                  ", "                delimited size
                  ws-nome-file        delimited "  "
             into prl-mancanti
           end-string.

      ***---
       CERCA-ULTIMO-NUMERO.
           move 0 to ws-ultimo-numero.
           move low-value to pra-numero.
           start pratiche key >= pra-numero
                 invalid continue
           end-start.
           perform until 1 = 2
              read pratiche next no lock at end exit perform end-read
              move pra-numero to ws-ultimo-numero
           end-perform.

      ***---
       AUDIT-PRATICA.
           initialize auditlog-link.
           move "ST-PRATICHE"           to aul-programma.
           move "PRATICHE"              to aul-file-dati.
           if prl-nuova
              set aul-inserimento       to true
           else
              set aul-modifica          to true
           end-if.
           move pra-numero              to aul-chiave-record.
           move "PRA-STATO"             to aul-campo.
           move ws-stato-prec           to aul-valore-precedente.
           move pra-stato               to aul-valore-nuovo.
           move prl-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close pratiche fondi clienti tfatture allegati tschede.
