       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-f24.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MODELLO F24 DEI TRIBUTI DELLO STUDIO PER UNA SCADENZA. LE
      * DELEGHE SONO MENSILI: ENTRANO TUTTI I TRIBUTI LA CUI SCADENZA
      * DI LEGGE CADE NEL MESE DELLA DATA INDICATA (LA DATA INDICATA
      * E' QUELLA EFFETTIVA, GIA' SPOSTATA DALL'OPERATORE SE CADE DI
      * SABATO O FESTIVO). DUE FUNZIONI:
      *   "P" PREDISPOSIZIONE: RACCOGLIE I TRIBUTI DOVUTI
      *       - IVA DEL TRIMESTRE DA LIQUIDIVA (ST-LIQUIDIVA), SALDO
      *         POSITIVO MAGGIORATO DELL'1% DI INTERESSI DEI
      *         TRIMESTRALI; CODICI 6031/6032/6033 ENTRO IL 16 DEL
      *         SECONDO MESE DOPO IL TRIMESTRE (20 AGOSTO PER IL
      *         SECONDO), IL QUARTO CON IL SALDO ANNUALE 6099 ENTRO
      *         IL 16 MARZO
      *       - BOLLO VIRTUALE SULLE FATTURE ELETTRONICHE DEL
      *         TRIMESTRE (STESSA REGOLA DI ST-BOLLOREND), CODICI
      *         2521/2522/2523/2524 ENTRO LA FINE DEL SECONDO MESE DOPO
      *         IL TRIMESTRE
      *       - RITENUTE D'ACCONTO OPERATE SUI COMPENSI DEI
      *         COLLABORATORI (TFATACQ), CODICE 1040, PER LE FATTURE
      *         PAGATE NEL MESE PRIMA DELLA SCADENZA
      *       LE RIGHE FINISCONO SU F24VERS IN STATO "P"; NE ESCONO IL
      *       PROSPETTO STAMPATO E IL FILE PER L'HOME BANKING
      *       (F24<SCADENZA>.TXT NELLA CARTELLA INDICATA, TRACCIATO A
      *       LUNGHEZZA FISSA DESCRITTO SU REC-F24FILE)
      *   "V" VERSAMENTO: LE RIGHE PREDISPOSTE DELLA SCADENZA PASSANO
      *       IN STATO "V" CON LA DATA DI VERSAMENTO; PER L'IVA LA
      *       DATA E L'IMPORTO VANNO ANCHE SULLA LIQUIDAZIONE DEL
      *       PERIODO, CHE COSI' RISULTA CHIUSA
      * UN TRIBUTO GIA' VERSATO NON VIENE PIU' RICALCOLATO: UNA
      * NUOVA PREDISPOSIZIONE DELLA STESSA SCADENZA AGGIORNA SOLO LE
      * RIGHE ANCORA APERTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "f24vers.sl".
           copy "liquidiva.sl".
           copy "tfatture.sl".
           copy "tfatacq.sl".
           copy "param.sl".
           select f24file assign to ws-percorso-file
                  organization is line sequential
                  file status  is status-f24file.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "f24vers.fd".
           copy "liquidiva.fd".
           copy "tfatture.fd".
           copy "tfatacq.fd".
           copy "param.fd".

      * FILE PER L'HOME BANKING: RECORD DA 120 CARATTERI, IMPORTI IN
      * CENTESIMI SENZA SEGNO ALLINEATI A DESTRA
      *   "10" TESTA: CODICE FISCALE E DENOMINAZIONE DEL CONTRIBUENTE,
      *        DATA DI SCADENZA (AAAAMMGG), IBAN DI ADDEBITO
      *   "20" RIGA: SEZIONE, CODICE TRIBUTO, RATEAZIONE/MESE DI
      *        RIFERIMENTO, ANNO DI RIFERIMENTO, DEBITO, CREDITO
      *   "90" CODA: NUMERO RIGHE, TOTALE DEBITO, TOTALE CREDITO,
      *        SALDO DELLA DELEGA
       fd  f24file
           label record is omitted.
       01  rec-f24file.
           05 f24f-tipo              pic x(2).
           05 f24f-dati              pic x(118).
       01  rec-f24file-testa.
           05 filler                 pic x(2).
           05 f24t-codfis            pic x(16).
           05 f24t-denominazione     pic x(50).
           05 f24t-scadenza          pic 9(8).
           05 f24t-iban              pic x(27).
           05 filler                 pic x(17).
       01  rec-f24file-riga.
           05 filler                 pic x(2).
           05 f24r-sezione           pic x(2).
           05 f24r-tributo           pic x(4).
           05 f24r-riferimento       pic x(4).
           05 f24r-anno              pic 9(4).
           05 f24r-debito            pic 9(13).
           05 f24r-credito           pic 9(13).
           05 filler                 pic x(78).
       01  rec-f24file-coda.
           05 filler                 pic x(2).
           05 f24c-num-righe         pic 9(5).
           05 f24c-tot-debito        pic 9(13).
           05 f24c-tot-credito       pic 9(13).
           05 f24c-saldo             pic 9(13).
           05 filler                 pic x(74).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-f24vers        pic xx.
       77  status-liquidiva      pic xx.
       77  status-tfatture       pic xx.
       77  status-tfatacq        pic xx.
       77  status-param          pic xx.
       77  status-f24file        pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Modello F24".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
      * STESSE COSTANTI DI ST-DOCUM, ST-FEPAXML E ST-BOLLOREND
       78  78-soglia-bollo       value 77,47.
       78  78-importo-bollo      value 2,00.
      * INTERESSI DEI CONTRIBUENTI TRIMESTRALI SUL VERSAMENTO IVA
       78  78-interessi-trim     value 1,00.

      * SCADENZA IN LAVORAZIONE
       77  ws-scad-anno          pic 9(4).
       77  ws-scad-mese          pic 9(2).
       77  ws-anno-rif           pic 9(4).
       77  ws-periodo-rif        pic 9(2).
       77  ws-mese-da            pic 9(2).
       77  ws-mese-a             pic 9(2).
       77  ws-mese-doc           pic 9(2).
       77  ws-data-corrente      pic 9(8).
       77  ws-data-versamento    pic 9(8).
       77  ws-data-dply          pic x(10).

      * TRIBUTO IN PREPARAZIONE
       77  ws-tributo            pic x(4).
       77  ws-riferimento        pic x(4).
       77  ws-origine            pic x(1).
       77  ws-descrizione        pic x(40).
       77  ws-importo            pic s9(9)v99.

      * BOLLO DEL TRIMESTRE (VEDI ST-BOLLOREND)
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-base-bollo         pic s9(9)v99.
       77  ws-num-bolli          pic 9(5).

      * TOTALI DELLA DELEGA
       77  ws-num-righe-f24      pic 9(5) value 0.
       77  ws-tot-debito         pic s9(9)v99 value 0.
       77  ws-tot-credito        pic s9(9)v99 value 0.
       77  ws-saldo-f24          pic s9(9)v99 value 0.
       77  ws-num-versate        pic 9(5) value 0.
       77  ws-num-z              pic zzzz9.
       77  ws-importo-dply       pic ---.---.--9,99.

      * PERCORSI
       77  ws-cartella           pic x(200).
       77  ws-percorso-file      pic x(260).

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 file-aperto        value 1 false 0.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-sezione          pic x(8).
           05 r-tributo          pic x(8).
           05 r-riferimento      pic x(8).
           05 r-anno             pic x(6).
           05 r-descrizione      pic x(32).
           05 r-debito           pic ---.---.--9,99.
           05 filler             pic x(2).
           05 r-credito          pic ---.---.--9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
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
       77  link-funzione         pic x(1).
           88 link-predisponi    value "P".
           88 link-versamento    value "V".
       77  link-data-scadenza    pic 9(8).
       77  link-data-versamento  pic 9(8).
       77  link-iban-addebito    pic x(27).
       77  link-cartella         pic x(200).
       77  link-operatore        pic x(20).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-data-scadenza
                                 link-data-versamento
                                 link-iban-addebito link-cartella
                                 link-operatore link-stampante
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-predisponi
                   perform RACCOGLI-TRIBUTO-IVA
                   perform RACCOGLI-TRIBUTO-BOLLO
                   perform RACCOGLI-TRIBUTO-RITENUTE
                   perform SCRIVI-FILE-BANCA
                   perform STAMPA
              when link-versamento
                   perform REGISTRA-VERSAMENTO
              end-evaluate
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
           set file-aperto     to false.
           move 0 to ws-num-righe-f24 ws-tot-debito ws-tot-credito
                     ws-saldo-f24 ws-num-versate.
           accept ws-data-corrente from century-date.
           if link-data-scadenza = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           if not link-predisponi and not link-versamento
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-data-scadenza(1:4) to ws-scad-anno.
           move link-data-scadenza(5:2) to ws-scad-mese.
           if link-data-versamento = 0
              move ws-data-corrente     to ws-data-versamento
           else
              move link-data-versamento to ws-data-versamento
           end-if.
           move link-cartella to ws-cartella.
           inspect ws-cartella replacing trailing spaces by low-value.
           if link-predisponi and
              (ws-cartella = low-value or ws-cartella = spaces)
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o f24vers.
           if status-f24vers = "35"
              open output f24vers
              close       f24vers
              open i-o    f24vers
           end-if.
           open i-o liquidiva.
           if status-liquidiva = "35"
              open output liquidiva
              close       liquidiva
              open i-o    liquidiva
           end-if.
           open input tfatture tfatacq param.
           move spaces to prm-chiave.
           read param no lock
                invalid initialize rec-param
           end-read.

      ***---
       RACCOGLI-TRIBUTO-IVA.
      * IL MESE DELLA SCADENZA DICE QUALE TRIMESTRE SI VERSA
           evaluate ws-scad-mese
           when 5
                move ws-scad-anno to ws-anno-rif
                move 1 to ws-periodo-rif
                move "6031" to ws-tributo
           when 8
                move ws-scad-anno to ws-anno-rif
                move 2 to ws-periodo-rif
                move "6032" to ws-tributo
           when 11
                move ws-scad-anno to ws-anno-rif
                move 3 to ws-periodo-rif
                move "6033" to ws-tributo
           when 3
                compute ws-anno-rif = ws-scad-anno - 1
                move 4 to ws-periodo-rif
                move "6099" to ws-tributo
           when other
                exit paragraph
           end-evaluate.
           move ws-anno-rif    to liq-anno.
           move ws-periodo-rif to liq-periodo.
           read liquidiva no lock
                invalid
                initialize messaggio
                string "Liquidazione IVA del trimestre "
                                      delimited size
                       ws-periodo-rif delimited size
                       "/"            delimited size
                       ws-anno-rif    delimited size
                       " non calcolata (ST-LIQUIDIVA)."
                                      delimited size
                  into messaggio
                end-string
                inspect messaggio replacing trailing space by low-value
                display message messaggio
                exit paragraph
           end-read.
      * UN SALDO A CREDITO SI RIPORTA DA SOLO SUL TRIMESTRE DOPO
           if liq-saldo <= 0
              exit paragraph
           end-if.
           compute ws-importo rounded =
                   liq-saldo + liq-saldo * 78-interessi-trim / 100.
           move spaces to ws-riferimento.
           move "I"    to ws-origine.
           initialize ws-descrizione.
           string "IVA trimestre " delimited size
                  ws-periodo-rif   delimited size
                  "/"              delimited size
                  ws-anno-rif      delimited size
                  " con interessi" delimited size
             into ws-descrizione
           end-string.
           perform AGGIORNA-TRIBUTO.

      ***---
       RACCOGLI-TRIBUTO-BOLLO.
           evaluate ws-scad-mese
           when 5
                move ws-scad-anno to ws-anno-rif
                move 1 to ws-periodo-rif
                move "2521" to ws-tributo
           when 9
                move ws-scad-anno to ws-anno-rif
                move 2 to ws-periodo-rif
                move "2522" to ws-tributo
           when 11
                move ws-scad-anno to ws-anno-rif
                move 3 to ws-periodo-rif
                move "2523" to ws-tributo
           when 2
                compute ws-anno-rif = ws-scad-anno - 1
                move 4 to ws-periodo-rif
                move "2524" to ws-tributo
           when other
                exit paragraph
           end-evaluate.
           compute ws-mese-da = (ws-periodo-rif - 1) * 3 + 1.
           compute ws-mese-a  = ws-periodo-rif * 3.
           move 0 to ws-num-bolli.
           move low-value   to rec-tfatture.
           move ws-anno-rif to tfa-anno.
           start tfatture key >= tfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next no lock
                   at end exit perform
              end-read
              if tfa-anno not = ws-anno-rif
                 exit perform
              end-if
              move tfa-data-doc(5:2) to ws-mese-doc
              if ws-mese-doc >= ws-mese-da and
                 ws-mese-doc <= ws-mese-a
                 perform CONTROLLA-FATTURA-BOLLO
              end-if
           end-perform.
           cancel "st-castiva".
           if ws-num-bolli = 0
              exit paragraph
           end-if.
           compute ws-importo = ws-num-bolli * 78-importo-bollo.
           move spaces to ws-riferimento.
           move "B"    to ws-origine.
           initialize ws-descrizione.
           string "Bollo fatture elettroniche trim. "
                                  delimited size
                  ws-periodo-rif  delimited size
             into ws-descrizione
           end-string.
           perform AGGIORNA-TRIBUTO.

      ***---
       RACCOGLI-TRIBUTO-RITENUTE.
      * LE RITENUTE OPERATE SUI COMPENSI DEI COLLABORATORI (TFATACQ)
      * SI VERSANO ENTRO IL 16 DEL MESE DOPO IL PAGAMENTO: LA DELEGA
      * DEL MESE RACCOGLIE QUELLE DELLE FATTURE PAGATE IL MESE PRIMA.
           if ws-scad-mese = 1
              compute ws-anno-rif = ws-scad-anno - 1
              move 12 to ws-periodo-rif
           else
              move ws-scad-anno to ws-anno-rif
              compute ws-periodo-rif = ws-scad-mese - 1
           end-if.
           move 0 to ws-importo.
           move low-value to fac-chiave.
           start tfatacq key >= fac-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatacq next no lock
                   at end exit perform
              end-read
              if fac-pagata and fac-ritenuta-importo not = 0 and
                 fac-data-pagamento(1:4) = ws-anno-rif    and
                 fac-data-pagamento(5:2) = ws-periodo-rif
                 add fac-ritenuta-importo to ws-importo
              end-if
           end-perform.
           if ws-importo = 0
              exit paragraph
           end-if.
           move "1040" to ws-tributo.
           move spaces to ws-riferimento.
           move "R"    to ws-origine.
           initialize ws-descrizione.
           string "Ritenute lavoro autonomo "  delimited size
                  ws-periodo-rif               delimited size
                  "/"                          delimited size
                  ws-anno-rif                  delimited size
             into ws-descrizione
           end-string.
           perform AGGIORNA-TRIBUTO.

      ***---
       CONTROLLA-FATTURA-BOLLO.
      * LA STESSA REGOLA DI ST-BOLLOREND: PARTE ESENTE CON NATURA
      * DEL CASTELLETTO SOPRA LA SOGLIA.
           initialize castiva-link.
           set  civ-ripartisci    to true.
           set  civ-fattura       to true.
           move tfa-anno          to civ-anno.
           move tfa-numero        to civ-numero.
           move tfa-iva           to civ-iva-testata.
           move tfa-cassa-importo to civ-cassa.
           move tfa-importo-iva   to civ-iva-documento.
           call "st-castiva" using castiva-link.
           move 0 to ws-base-bollo.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-aliquota(ws-civ-idx) = 0 and
                 civ-natura(ws-civ-idx) not = spaces
                 add civ-imponibile(ws-civ-idx) to ws-base-bollo
              end-if
           end-perform.
           if ws-base-bollo > 78-soglia-bollo
              add 1 to ws-num-bolli
           end-if.

      ***---
       AGGIORNA-TRIBUTO.
      * UNA RIGA GIA' VERSATA RESTA COM'E'; UNA PREDISPOSTA SI
      * RICALCOLA CON I DATI DI OGGI.
           move ws-tributo     to f24-tributo.
           move ws-anno-rif    to f24-anno-rif.
           move ws-periodo-rif to f24-periodo-rif.
           read f24vers
                invalid
                initialize rec-f24vers
                move ws-tributo     to f24-tributo
                move ws-anno-rif    to f24-anno-rif
                move ws-periodo-rif to f24-periodo-rif
                perform VALORIZZA-TRIBUTO
                write rec-f24vers
                      invalid set tutto-ok to false
                end-write
            not invalid
                if f24-predisposto
                   perform VALORIZZA-TRIBUTO
                   rewrite rec-f24vers
                           invalid set tutto-ok to false
                   end-rewrite
                end-if
           end-read.

      ***---
       VALORIZZA-TRIBUTO.
           move link-data-scadenza to f24-scadenza.
           move "ER"               to f24-sezione.
           move ws-origine         to f24-origine.
           move ws-riferimento     to f24-riferimento.
           move ws-descrizione     to f24-descrizione.
           move ws-importo         to f24-importo-debito.
           move 0                  to f24-importo-credito.
           set  f24-predisposto    to true.
           move ws-data-corrente   to f24-data-predisposizione.
           move 0                  to f24-data-versamento.
           move link-operatore     to f24-operatore.

      ***---
       SCRIVI-FILE-BANCA.
           initialize ws-percorso-file.
           string ws-cartella        delimited low-value
                  "F24"              delimited size
                  link-data-scadenza delimited size
                  ".TXT"             delimited size
             into ws-percorso-file
           end-string.
           open output f24file.
           if status-f24file not = "00"
              set tutto-ok to false
              exit paragraph
           end-if.
           set file-aperto to true.
           move spaces to rec-f24file.
           move "10"               to f24f-tipo.
           move prm-codfis         to f24t-codfis.
           move prm-ragsoc         to f24t-denominazione.
           move link-data-scadenza to f24t-scadenza.
           move link-iban-addebito to f24t-iban.
           write rec-f24file.

           move link-data-scadenza to f24-scadenza.
           start f24vers key >= f24-scadenza
                 invalid continue
           end-start.
           perform until 1 = 2
              read f24vers next no lock
                   at end exit perform
              end-read
              if f24-scadenza not = link-data-scadenza
                 exit perform
              end-if
              if f24-predisposto
                 perform SCRIVI-RIGA-BANCA
              end-if
           end-perform.

           compute ws-saldo-f24 = ws-tot-debito - ws-tot-credito.
           move spaces to rec-f24file.
           move "90"             to f24f-tipo.
           move ws-num-righe-f24 to f24c-num-righe.
           compute f24c-tot-debito  = ws-tot-debito  * 100.
           compute f24c-tot-credito = ws-tot-credito * 100.
      * UNA DELEGA A CREDITO NON SI VERSA: SALDO A ZERO
           if ws-saldo-f24 > 0
              compute f24c-saldo = ws-saldo-f24 * 100
           else
              move 0 to f24c-saldo
           end-if.
           write rec-f24file.
           close f24file.
           set file-aperto to false.

      ***---
       SCRIVI-RIGA-BANCA.
           add 1 to ws-num-righe-f24.
           add f24-importo-debito  to ws-tot-debito.
           add f24-importo-credito to ws-tot-credito.
           move spaces to rec-f24file.
           move "20"            to f24f-tipo.
           move f24-sezione     to f24r-sezione.
           move f24-tributo     to f24r-tributo.
           move f24-riferimento to f24r-riferimento.
           move f24-anno-rif    to f24r-anno.
           compute f24r-debito  = f24-importo-debito  * 100.
           compute f24r-credito = f24-importo-credito * 100.
           write rec-f24file.

      ***---
       REGISTRA-VERSAMENTO.
           move link-data-scadenza to f24-scadenza.
           start f24vers key >= f24-scadenza
                 invalid continue
           end-start.
           perform until 1 = 2
              read f24vers next
                   at end exit perform
              end-read
              if f24-scadenza not = link-data-scadenza
                 exit perform
              end-if
              if f24-predisposto
                 set  f24-versato        to true
                 move ws-data-versamento to f24-data-versamento
                 move link-operatore     to f24-operatore
                 rewrite rec-f24vers
                         invalid set tutto-ok to false
                 end-rewrite
                 add 1 to ws-num-versate
                 if f24-da-iva
                    perform CHIUDI-LIQUIDAZIONE
                 end-if
              end-if
           end-perform.

      ***---
       CHIUDI-LIQUIDAZIONE.
           move f24-anno-rif    to liq-anno.
           move f24-periodo-rif to liq-periodo.
           read liquidiva
                invalid continue
            not invalid
                move f24-importo-debito  to liq-importo-versato
                move ws-data-versamento  to liq-data-versamento
                rewrite rec-liquidiva
                        invalid set tutto-ok to false
                end-rewrite
           end-read.

      ***---
       STAMPA.
           if ws-num-righe-f24 = 0
              exit paragraph
           end-if.
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
              move selprint-salva-pdf    to SPL-SALVA-PDF
              move selprint-percorso-pdf to SPL-PERCORSO-PDF

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
              move link-data-scadenza to f24-scadenza
              start f24vers key >= f24-scadenza
                    invalid continue
              end-start
              perform until 1 = 2
                 read f24vers next no lock
                      at end exit perform
                 end-read
                 if f24-scadenza not = link-data-scadenza
                    exit perform
                 end-if
                 if f24-predisposto
                    perform STAMPA-RIGA-TRIBUTO
                 end-if
              end-perform
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-RIGA-TRIBUTO.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           move spaces              to r-riga.
           move "ERARIO"            to r-sezione.
           move f24-tributo         to r-tributo.
           move f24-riferimento     to r-riferimento.
           move f24-anno-rif        to r-anno.
           move f24-descrizione     to r-descrizione.
           move f24-importo-debito  to r-debito.
           move f24-importo-credito to r-credito.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-TOTALI.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move spaces             to r-riga.
           move "TOTALE DELEGA"    to r-descrizione.
           move ws-tot-debito      to r-debito.
           move ws-tot-credito     to r-credito.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

           move spaces to r-riga.
           move "SALDO DA VERSARE" to r-descrizione.
           if ws-saldo-f24 > 0
              move ws-saldo-f24 to r-debito
           else
              move 0 to r-debito
           end-if.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

           move 0 to spl-tipo-colonna.
           move 1,0 to spl-colonna.
           move Calibri10 to spl-hfont.
           initialize spl-riga-stampa.
           string "Addebito su IBAN: " delimited size
                  link-iban-addebito   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           initialize ws-data-dply.
           string link-data-scadenza(7:2) delimited size
                  "/"                     delimited size
                  link-data-scadenza(5:2) delimited size
                  "/"                     delimited size
                  link-data-scadenza(1:4) delimited size
             into ws-data-dply
           end-string.
           initialize spl-riga-stampa.
           string "Modello F24 - scadenza " delimited size
                  ws-data-dply              delimited size
             into spl-riga-stampa
           end-string.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri10          to spl-hfont.
           move 1,0                to spl-colonna.
           move 1,2                to save-riga.
           initialize spl-riga-stampa.
           string "Contribuente: "  delimited size
                  prm-codfis        delimited spaces
                  " - "             delimited size
                  prm-ragsoc        delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move Calibri12B         to spl-hfont.
           move "SEZIONE TRIBUTO RATEAZ. ANNO  DESCRIZIONE
      -         "                       DEBITO        CREDITO"
             to spl-riga-stampa.
           perform SCRIVI.

           move 0 to num-righe.
           add 0,3 to save-riga.

      ***---
       SCRIVI.
           add  78-passo      to save-riga.
           move save-riga     to spl-riga.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
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
           move "ST-F24"          to ell-programma.
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
           if link-versamento
              move ws-num-versate to ws-num-z
              string "Tributi registrati come versati: "
                                       delimited size
                     ws-num-z          delimited size
                into messaggio
              end-string
           else
              move ws-num-righe-f24 to ws-num-z
              compute ws-saldo-f24 = ws-tot-debito - ws-tot-credito
              move ws-saldo-f24     to ws-importo-dply
              string "Tributi nella delega: " delimited size
                     ws-num-z                 delimited size
                     X"0D0A"                  delimited size
                     "Saldo: "                delimited size
                     ws-importo-dply          delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close f24vers liquidiva tfatture tfatacq param.
           if file-aperto
              close f24file
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
