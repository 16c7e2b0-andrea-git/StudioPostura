       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-dichiva.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PROSPETTO ANNUALE PER LA DICHIARAZIONE IVA: SULL'ANNO
      * RICHIESTO RIPORTA
      *   - LE OPERAZIONI ATTIVE PER ALIQUOTA E NATURA DAL CASTELLETTO
      *     DEI DOCUMENTI (FATTURE E CORRISPETTIVI, NOTE DI CREDITO
      *     COL SEGNO MENO, VEDI ST-CASTIVA), CON IL TOTALE DELLE
      *     ESENTI ART. 10 (NATURA N4), LE FATTURE SOGGETTE A BOLLO
      *     (STESSA REGOLA DI ST-BOLLOREND) E L'IVA IN SCISSIONE DEI
      *     PAGAMENTI, CHE VERSA IL CLIENTE
      *   - GLI ACQUISTI PER ALIQUOTA (TFATACQ, PER DATA DI
      *     REGISTRAZIONE COME ST-REGACQ), CON I BENI STRUMENTALI
      *     SEPARATI: E' BENE STRUMENTALE LA FATTURA DA CUI E' STATO
      *     CARICATO UN CESPITE (CHIAVE ALTERNATA CES-FATTURA)
      *   - LE LIQUIDAZIONI PERIODICHE REGISTRATE DA ST-LIQUIDIVA
      *     (LIQUIDIVA), CON CREDITI RIPORTATI E VERSAMENTI F24
      *   - IL RISULTATO DELL'ANNO: IVA DOVUTA DAI REGISTRI MENO IL
      *     CREDITO DELL'ANNO PRIMA E I VERSAMENTI = DEBITO O CREDITO
      *     FINALE
      *   - I CONTROLLI INCROCIATI: PER TRIMESTRE LE SOMME DEI
      *     REGISTRI CONTRO QUELLE DELLA LIQUIDAZIONE, I TRIMESTRI
      *     CON MOVIMENTI MA SENZA LIQUIDAZIONE, IL CREDITO RIPORTATO
      *     CHE NON TORNA COL SALDO DEL TRIMESTRE PRIMA (PERIODO
      *     RICALCOLATO DOPO) E I VERSAMENTI DIVERSI DAL SALDO.
      * LO STESSO CONTENUTO VA SU UN FILE DELIMITATO DA PUNTO E
      * VIRGOLA PER IL COMMERCIALISTA (LINK-PERCORSO-FILE, A SPAZI =
      * SOLO STAMPA): SEZIONE;VOCE;DESCRIZIONE;IMPORTO-1;IMPORTO-2.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tfatture.sl".
           copy "tcorrisp.sl".
           copy "tnotacr.sl".
           copy "tfatacq.sl".
           copy "codiva.sl".
           copy "cespiti.sl".
           copy "liquidiva.sl".
           copy "param.sl".
           select export assign to ws-percorso-export
                  organization is line sequential
                  file status  is status-export.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tfatture.fd".
           copy "tcorrisp.fd".
           copy "tnotacr.fd".
           copy "tfatacq.fd".
           copy "codiva.fd".
           copy "cespiti.fd".
           copy "liquidiva.fd".
           copy "param.fd".

       fd  export
           label record is omitted.
       01  rec-export                  pic x(200).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.
       77  status-tnotacr        pic xx.
       77  status-tfatacq        pic xx.
       77  status-codiva         pic xx.
       77  status-cespiti        pic xx.
       77  status-liquidiva      pic xx.
       77  status-param          pic xx.
       77  status-export         pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Dichiarazione IVA".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
      * IMPOSTA DI BOLLO SULLE FATTURE ESENTI SOPRA SOGLIA (STESSE
      * COSTANTI DI ST-DOCUM, ST-FEPAXML E ST-BOLLOREND)
       78  78-soglia-bollo       value 77,47.
       78  78-importo-bollo      value 2,00.

      * OPERAZIONI ATTIVE PER CODICE IVA
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-segno              pic s9.
       78  ws-max-aliq           value 20.
       01  ws-att-tab.
           05 ws-att             occurs 20 times indexed by ws-aidx.
              10 ws-att-codice        pic x(3).
              10 ws-att-aliquota      pic 9(3)v99.
              10 ws-att-natura        pic x(4).
              10 ws-att-descrizione   pic x(50).
              10 ws-att-imponibile    pic s9(9)v99.
              10 ws-att-imposta       pic s9(9)v99.
       77  ws-num-att            pic 9(2) value 0.
       77  ws-att-tot-imponibile pic s9(9)v99 value 0.
       77  ws-att-tot-imposta    pic s9(9)v99 value 0.
       77  ws-esenti-art10       pic s9(9)v99 value 0.
       77  ws-iva-split          pic s9(9)v99 value 0.
       77  ws-base-bollo         pic s9(9)v99.
       77  ws-num-bolli          pic 9(5) value 0.
       77  ws-base-bolli         pic s9(9)v99 value 0.
       77  ws-importo-bolli      pic s9(9)v99 value 0.
       77  filler                pic 9.
           88 nota-su-split      value 1 false 0.

      * ACQUISTI PER CODICE IVA, BENI STRUMENTALI A PARTE
       01  ws-acq-tab.
           05 ws-acq             occurs 20 times indexed by ws-qidx.
              10 ws-acq-strumentale   pic x(1).
              10 ws-acq-codice        pic x(3).
              10 ws-acq-aliquota      pic 9(3)v99.
              10 ws-acq-natura        pic x(4).
              10 ws-acq-descrizione   pic x(50).
              10 ws-acq-imponibile    pic s9(9)v99.
              10 ws-acq-imposta       pic s9(9)v99.
       77  ws-num-acq            pic 9(2) value 0.
       77  ws-strumentale        pic x(1).
       77  ws-acq-sub-imponibile pic s9(9)v99.
       77  ws-acq-sub-imposta    pic s9(9)v99.
       77  ws-acq-tot-imponibile pic s9(9)v99 value 0.
       77  ws-acq-tot-imposta    pic s9(9)v99 value 0.

      * SOMME DEI REGISTRI PER TRIMESTRE (COME LE FA ST-LIQUIDIVA)
       01  ws-reg-tab.
           05 ws-reg             occurs 4 times.
              10 ws-reg-vendite       pic s9(9)v99.
              10 ws-reg-corrisp       pic s9(9)v99.
              10 ws-reg-notacr        pic s9(9)v99.
              10 ws-reg-acquisti      pic s9(9)v99.
       77  ws-trim               pic 9.
       77  ws-mese-doc           pic 9(2).

      * LIQUIDAZIONI REGISTRATE DELL'ANNO
       01  ws-liq-tab.
           05 ws-liq             occurs 4 times.
              10 ws-liq-presente      pic x(1).
                 88 ws-liq-registrata value "S".
              10 ws-liq-vendite       pic s9(9)v99.
              10 ws-liq-corrisp       pic s9(9)v99.
              10 ws-liq-notacr        pic s9(9)v99.
              10 ws-liq-acquisti      pic s9(9)v99.
              10 ws-liq-credito-prec  pic s9(9)v99.
              10 ws-liq-saldo         pic s9(9)v99.
              10 ws-liq-versato       pic s9(9)v99.
              10 ws-liq-data-vers     pic 9(8).

      * RISULTATO DELL'ANNO
       77  ws-iva-debito-anno    pic s9(9)v99 value 0.
       77  ws-iva-credito-anno   pic s9(9)v99 value 0.
       77  ws-credito-iniziale   pic s9(9)v99 value 0.
       77  ws-iva-dovuta         pic s9(9)v99 value 0.
       77  ws-tot-versato        pic s9(9)v99 value 0.
       77  ws-saldo-finale       pic s9(9)v99 value 0.
       77  ws-anno-prec          pic 9(4).

      * DIFFERENZE DEI CONTROLLI INCROCIATI
       01  ws-dif-tab.
           05 ws-dif             occurs 24 times indexed by ws-didx.
              10 ws-dif-trim          pic 9.
              10 ws-dif-voce          pic x(40).
              10 ws-dif-atteso        pic s9(9)v99.
              10 ws-dif-registrato    pic s9(9)v99.
       77  ws-num-dif            pic 9(2) value 0.
       77  ws-dif-voce-new       pic x(40).
       77  ws-dif-atteso-new     pic s9(9)v99.
       77  ws-dif-reg-new        pic s9(9)v99.
       77  ws-atteso             pic s9(9)v99.

      * FILE PER IL COMMERCIALISTA
       77  ws-percorso-export    pic x(200).
       77  ws-exp-sezione        pic x(20).
       77  ws-exp-voce           pic x(12).
       77  ws-exp-descr          pic x(80).
       77  ws-exp-importo-1      pic s9(9)v99.
       77  ws-exp-importo-2      pic s9(9)v99.
       77  ws-imp-ed             pic -(9)9,99.
       77  ws-imp-testo-1        pic x(14).
       77  ws-imp-testo-2        pic x(14).

       77  ws-descr-aliq         pic x(80).
       77  ws-aliquota-z         pic zz9,99.
       77  ws-num-z              pic zzzz9.
       77  ws-data-dply          pic x(10).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-descr            pic x(46).
           05 r-importo          PIC ---.---.--9,99.

       01  r-riga-aliq.
           05 ra-descr           pic x(46).
           05 ra-imponibile      PIC ---.---.--9,99.
           05 filler             pic x(2).
           05 ra-imposta         PIC ---.---.--9,99.

       01  r-riga-liq.
           05 rl-periodo         pic x(14).
           05 rl-debito          PIC ---.---.--9,99.
           05 rl-acquisti        PIC ---.---.--9,99.
           05 rl-credito-prec    PIC ---.---.--9,99.
           05 rl-saldo           PIC ---.---.--9,99.
           05 rl-versato         PIC ---.---.--9,99.

       01  r-riga-dif.
           05 rd-trim            pic x(4).
           05 rd-voce            pic x(42).
           05 rd-atteso          PIC ---.---.--9,99.
           05 filler             pic x(2).
           05 rd-registrato      PIC ---.---.--9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".
       77  filler                pic 9.
           88 export-aperto      value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.
       77  ws-saldo-dply         PIC ---.---.--9,99.

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  ws-font-riga          handle of font.
       77  ws-riga-salvata       pic x(200).
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-percorso-file    pic x(200).
       77  link-stampante        pic x(200).
       77  link-percorso-pdf     pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-percorso-file
                                 link-stampante link-percorso-pdf
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform ELABORAZIONE
              if link-percorso-file not = spaces
                 perform SCRIVI-EXPORT
              end-if
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
           set export-aperto to false.
           move 0 to ws-num-att ws-num-acq ws-num-dif.
           initialize ws-reg-tab ws-liq-tab.
           if link-anno = 0
              set errori to true
              exit paragraph
           end-if.
           move link-percorso-file to ws-percorso-export.

      ***---
       OPEN-FILES.
           open input tfatture tcorrisp tnotacr codiva param.
           open input tfatacq.
           if status-tfatacq = "35"
              open output tfatacq
              close       tfatacq
              open input  tfatacq
           end-if.
           open input cespiti.
           if status-cespiti = "35"
              open output cespiti
              close       cespiti
              open input  cespiti
           end-if.
           open input liquidiva.
           if status-liquidiva = "35"
              open output liquidiva
              close       liquidiva
              open input  liquidiva
           end-if.

      ***---
       ELABORAZIONE.
           perform SOMMA-VENDITE.
           perform SOMMA-CORRISP.
           perform SOMMA-NOTACR.
           cancel "st-castiva".
           perform SOMMA-ACQUISTI.
           perform LEGGI-LIQUIDAZIONI.
           perform CALCOLA-TOTALI.
           perform CALCOLA-RISULTATO.
           perform CONTROLLI-INCROCIATI.

      ***---
       CALCOLA-TOTALI.
           move 0 to ws-att-tot-imponibile ws-att-tot-imposta
                     ws-esenti-art10.
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-att
              add ws-att-imponibile(ws-aidx) to ws-att-tot-imponibile
              add ws-att-imposta(ws-aidx)    to ws-att-tot-imposta
              if ws-att-aliquota(ws-aidx) = 0 and
                 ws-att-natura(ws-aidx)(1:2) = "N4"
                 add ws-att-imponibile(ws-aidx) to ws-esenti-art10
              end-if
           end-perform.
           move 0 to ws-acq-tot-imponibile ws-acq-tot-imposta.
           perform varying ws-qidx from 1 by 1
                     until ws-qidx > ws-num-acq
              add ws-acq-imponibile(ws-qidx) to ws-acq-tot-imponibile
              add ws-acq-imposta(ws-qidx)    to ws-acq-tot-imposta
           end-perform.

      ***---
       SOMMA-VENDITE.
           move link-anno to tfa-anno.
           move 0         to tfa-numero.
           start tfatture key >= tfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next at end exit perform end-read
              if tfa-anno not = link-anno
                 exit perform
              end-if
              move tfa-data-doc(5:2) to ws-mese-doc
              perform CALCOLA-TRIMESTRE
              if tfa-split
                 add tfa-importo-iva to ws-iva-split
              else
                 add tfa-importo-iva to ws-reg-vendite(ws-trim)
              end-if
              initialize castiva-link
              set  civ-ripartisci   to true
              move "F"               to civ-tipo
              move tfa-anno          to civ-anno
              move tfa-numero        to civ-numero
              move tfa-iva           to civ-iva-testata
              move tfa-cassa-importo to civ-cassa
              move tfa-importo-iva   to civ-iva-documento
              move 1                 to ws-segno
              perform ACCUMULA-CASTELLETTO
              perform CONTROLLA-BOLLO
           end-perform.

      ***---
       SOMMA-CORRISP.
           move link-anno to tco-anno.
           move 0         to tco-numero.
           start tcorrisp key >= tco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tcorrisp next at end exit perform end-read
              if tco-anno not = link-anno
                 exit perform
              end-if
              move tco-data-doc(5:2) to ws-mese-doc
              perform CALCOLA-TRIMESTRE
              add tco-importo-iva to ws-reg-corrisp(ws-trim)
              initialize castiva-link
              set  civ-ripartisci   to true
              move "C"              to civ-tipo
              move tco-anno          to civ-anno
              move tco-numero        to civ-numero
              move tco-iva           to civ-iva-testata
              move 0                 to civ-cassa
              move tco-importo-iva   to civ-iva-documento
              move 1                 to ws-segno
              perform ACCUMULA-CASTELLETTO
           end-perform.

      ***---
       SOMMA-NOTACR.
           move link-anno to tno-anno.
           move 0         to tno-numero.
           start tnotacr key >= tno-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tnotacr next at end exit perform end-read
              if tno-anno not = link-anno
                 exit perform
              end-if
              move tno-data-doc(5:2) to ws-mese-doc
              perform CALCOLA-TRIMESTRE
              perform VERIFICA-FATTURA-RIF-SPLIT
              if nota-su-split
                 subtract tno-importo-iva from ws-iva-split
              else
                 add tno-importo-iva to ws-reg-notacr(ws-trim)
              end-if
              initialize castiva-link
              set  civ-ripartisci   to true
              move "N"               to civ-tipo
              move tno-anno          to civ-anno
              move tno-numero        to civ-numero
              move tno-iva           to civ-iva-testata
              move 0                 to civ-cassa
              move tno-importo-iva   to civ-iva-documento
              move -1                to ws-segno
              perform ACCUMULA-CASTELLETTO
           end-perform.

      ***---
      * LA NOTA DI CREDITO SEGUE LA FATTURA CHE STORNA (VEDI
      * ST-LIQUIDIVA).
       VERIFICA-FATTURA-RIF-SPLIT.
           set nota-su-split to false.
           if tno-fatt-rif-numero = 0
              exit paragraph
           end-if.
           move tno-fatt-rif-anno   to tfa-anno.
           move tno-fatt-rif-numero to tfa-numero.
           read tfatture no lock
                invalid continue
            not invalid
                if tfa-split
                   set nota-su-split to true
                end-if
           end-read.

      ***---
       CALCOLA-TRIMESTRE.
           if ws-mese-doc < 1 or ws-mese-doc > 12
              move 1 to ws-mese-doc
           end-if.
           compute ws-trim = (ws-mese-doc - 1) / 3 + 1.

      ***---
       ACCUMULA-CASTELLETTO.
           call "st-castiva" using castiva-link.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              set trovato to false
              perform varying ws-aidx from 1 by 1
                        until ws-aidx > ws-num-att
                 if ws-att-codice(ws-aidx) = civ-codice(ws-civ-idx)
                    set trovato to true
                    exit perform
                 end-if
              end-perform
              if not trovato and ws-num-att < ws-max-aliq
                 add 1 to ws-num-att
                 set ws-aidx to ws-num-att
                 move civ-codice(ws-civ-idx)
                   to ws-att-codice(ws-aidx)
                 move civ-aliquota(ws-civ-idx)
                   to ws-att-aliquota(ws-aidx)
                 move civ-natura(ws-civ-idx)
                   to ws-att-natura(ws-aidx)
                 move civ-descrizione(ws-civ-idx)
                   to ws-att-descrizione(ws-aidx)
                 move 0 to ws-att-imponibile(ws-aidx)
                           ws-att-imposta(ws-aidx)
                 set trovato to true
              end-if
              if trovato
                 compute ws-att-imponibile(ws-aidx) =
                         ws-att-imponibile(ws-aidx) +
                         civ-imponibile(ws-civ-idx) * ws-segno
                 compute ws-att-imposta(ws-aidx) =
                         ws-att-imposta(ws-aidx) +
                         civ-imposta(ws-civ-idx) * ws-segno
              end-if
           end-perform.

      ***---
      * LA REGOLA DEL BOLLO E' QUELLA DI ST-BOLLOREND: PARTE ESENTE
      * CON CODICE NATURA DEL CASTELLETTO DELLA FATTURA SOPRA SOGLIA.
       CONTROLLA-BOLLO.
           move 0 to ws-base-bollo.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-aliquota(ws-civ-idx) = 0 and
                 civ-natura(ws-civ-idx) not = spaces
                 add civ-imponibile(ws-civ-idx) to ws-base-bollo
              end-if
           end-perform.
           if ws-base-bollo > 78-soglia-bollo
              add 1                to ws-num-bolli
              add ws-base-bollo    to ws-base-bolli
              add 78-importo-bollo to ws-importo-bolli
           end-if.

      ***---
      * GLI ACQUISTI ENTRANO PER DATA DI REGISTRAZIONE, COME SUL
      * REGISTRO IVA ACQUISTI (ST-REGACQ) E IN LIQUIDAZIONE.
       SOMMA-ACQUISTI.
           move link-anno to fac-anno.
           move 0         to fac-protocollo.
           start tfatacq key >= fac-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatacq next at end exit perform end-read
              if fac-anno not = link-anno
                 exit perform
              end-if
              move fac-data-registrazione(5:2) to ws-mese-doc
              perform CALCOLA-TRIMESTRE
              add fac-importo-iva to ws-reg-acquisti(ws-trim)
              move "N"            to ws-strumentale
              move fac-anno       to ces-fac-anno
              move fac-protocollo to ces-fac-protocollo
              read cespiti no lock key is ces-fattura
                   invalid continue
               not invalid move "S" to ws-strumentale
              end-read
              perform ACCUMULA-ACQUISTO
           end-perform.

      ***---
       ACCUMULA-ACQUISTO.
           set trovato to false.
           perform varying ws-qidx from 1 by 1
                     until ws-qidx > ws-num-acq
              if ws-acq-codice(ws-qidx)      = fac-iva and
                 ws-acq-strumentale(ws-qidx) = ws-strumentale
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato and ws-num-acq < ws-max-aliq
              add 1 to ws-num-acq
              set ws-qidx to ws-num-acq
              move fac-iva to iva-codice
              read codiva no lock
                   invalid initialize rec-codiva
              end-read
              move ws-strumentale   to ws-acq-strumentale(ws-qidx)
              move fac-iva          to ws-acq-codice(ws-qidx)
              move iva-aliquota     to ws-acq-aliquota(ws-qidx)
              move iva-natura       to ws-acq-natura(ws-qidx)
              move iva-descrizione  to ws-acq-descrizione(ws-qidx)
              move 0 to ws-acq-imponibile(ws-qidx)
                        ws-acq-imposta(ws-qidx)
              set trovato to true
           end-if.
           if trovato
              add fac-importo-sub to ws-acq-imponibile(ws-qidx)
              add fac-importo-iva to ws-acq-imposta(ws-qidx)
           end-if.

      ***---
       LEGGI-LIQUIDAZIONI.
           perform varying ws-trim from 1 by 1 until ws-trim > 4
              move link-anno to liq-anno
              move ws-trim   to liq-periodo
              read liquidiva no lock
                   invalid move "N" to ws-liq-presente(ws-trim)
               not invalid
                   move "S" to ws-liq-presente(ws-trim)
                   move liq-iva-vendite
                     to ws-liq-vendite(ws-trim)
                   move liq-iva-corrisp
                     to ws-liq-corrisp(ws-trim)
                   move liq-iva-notacr
                     to ws-liq-notacr(ws-trim)
                   move liq-iva-acquisti
                     to ws-liq-acquisti(ws-trim)
                   move liq-credito-precedente
                     to ws-liq-credito-prec(ws-trim)
                   move liq-saldo
                     to ws-liq-saldo(ws-trim)
                   move liq-importo-versato
                     to ws-liq-versato(ws-trim)
                   move liq-data-versamento
                     to ws-liq-data-vers(ws-trim)
              end-read
           end-perform.

      ***---
      * IL CREDITO DI PARTENZA E' QUELLO RIPORTATO SUL PRIMO
      * TRIMESTRE; SE IL PRIMO TRIMESTRE NON E' LIQUIDATO SI PRENDE
      * IL SALDO NEGATIVO DEL QUARTO DELL'ANNO PRIMA, COME FAREBBE
      * ST-LIQUIDIVA.
       CALCOLA-RISULTATO.
           move 0 to ws-iva-debito-anno ws-iva-credito-anno
                     ws-tot-versato.
           perform varying ws-trim from 1 by 1 until ws-trim > 4
              compute ws-iva-debito-anno = ws-iva-debito-anno +
                      ws-reg-vendite(ws-trim) +
                      ws-reg-corrisp(ws-trim) -
                      ws-reg-notacr(ws-trim)
              add ws-reg-acquisti(ws-trim) to ws-iva-credito-anno
              add ws-liq-versato(ws-trim)  to ws-tot-versato
           end-perform.
           move 0 to ws-credito-iniziale.
           if ws-liq-registrata(1)
              move ws-liq-credito-prec(1) to ws-credito-iniziale
           else
              compute ws-anno-prec = link-anno - 1
              move ws-anno-prec to liq-anno
              move 4            to liq-periodo
              read liquidiva no lock
                   invalid continue
               not invalid
                   if liq-saldo < 0
                      compute ws-credito-iniziale = liq-saldo * -1
                   end-if
              end-read
           end-if.
           compute ws-iva-dovuta = ws-iva-debito-anno -
                   ws-iva-credito-anno - ws-credito-iniziale.
           compute ws-saldo-finale = ws-iva-dovuta - ws-tot-versato.

      ***---
       CONTROLLI-INCROCIATI.
           perform varying ws-trim from 1 by 1 until ws-trim > 4
              if not ws-liq-registrata(ws-trim)
                 if ws-reg-vendite(ws-trim)  not = 0 or
                    ws-reg-corrisp(ws-trim)  not = 0 or
                    ws-reg-notacr(ws-trim)   not = 0 or
                    ws-reg-acquisti(ws-trim) not = 0
                    move "Liquidazione non registrata"
                      to ws-dif-voce-new
                    compute ws-dif-atteso-new =
                            ws-reg-vendite(ws-trim) +
                            ws-reg-corrisp(ws-trim) -
                            ws-reg-notacr(ws-trim) -
                            ws-reg-acquisti(ws-trim)
                    move 0 to ws-dif-reg-new
                    perform AGGIUNGI-DIFFERENZA
                 end-if
              else
                 perform CONTROLLA-TRIMESTRE
              end-if
           end-perform.

      ***---
       CONTROLLA-TRIMESTRE.
           if ws-reg-vendite(ws-trim) not = ws-liq-vendite(ws-trim)
              move "IVA su fatture emesse" to ws-dif-voce-new
              move ws-reg-vendite(ws-trim) to ws-dif-atteso-new
              move ws-liq-vendite(ws-trim) to ws-dif-reg-new
              perform AGGIUNGI-DIFFERENZA
           end-if.
           if ws-reg-corrisp(ws-trim) not = ws-liq-corrisp(ws-trim)
              move "IVA su corrispettivi"  to ws-dif-voce-new
              move ws-reg-corrisp(ws-trim) to ws-dif-atteso-new
              move ws-liq-corrisp(ws-trim) to ws-dif-reg-new
              perform AGGIUNGI-DIFFERENZA
           end-if.
           if ws-reg-notacr(ws-trim) not = ws-liq-notacr(ws-trim)
              move "IVA su note di credito" to ws-dif-voce-new
              move ws-reg-notacr(ws-trim)   to ws-dif-atteso-new
              move ws-liq-notacr(ws-trim)   to ws-dif-reg-new
              perform AGGIUNGI-DIFFERENZA
           end-if.
           if ws-reg-acquisti(ws-trim) not = ws-liq-acquisti(ws-trim)
              move "IVA su acquisti"         to ws-dif-voce-new
              move ws-reg-acquisti(ws-trim)  to ws-dif-atteso-new
              move ws-liq-acquisti(ws-trim)  to ws-dif-reg-new
              perform AGGIUNGI-DIFFERENZA
           end-if.
      * CREDITO RIPORTATO CONTRO IL SALDO DEL TRIMESTRE PRIMA
           if ws-trim > 1
              if ws-liq-registrata(ws-trim - 1)
                 move 0 to ws-atteso
                 if ws-liq-saldo(ws-trim - 1) < 0
                    compute ws-atteso =
                            ws-liq-saldo(ws-trim - 1) * -1
                 end-if
                 if ws-atteso not = ws-liq-credito-prec(ws-trim)
                    move "Credito riportato dal trimestre prima"
                      to ws-dif-voce-new
                    move ws-atteso to ws-dif-atteso-new
                    move ws-liq-credito-prec(ws-trim)
                      to ws-dif-reg-new
                    perform AGGIUNGI-DIFFERENZA
                 end-if
              end-if
           end-if.
      * VERSAMENTO F24 CONTRO IL SALDO A DEBITO
           if ws-liq-saldo(ws-trim) > 0 and
              ws-liq-versato(ws-trim) not = ws-liq-saldo(ws-trim)
              move "Versamento F24 diverso dal saldo"
                to ws-dif-voce-new
              move ws-liq-saldo(ws-trim)   to ws-dif-atteso-new
              move ws-liq-versato(ws-trim) to ws-dif-reg-new
              perform AGGIUNGI-DIFFERENZA
           end-if.

      ***---
       AGGIUNGI-DIFFERENZA.
           if ws-num-dif < 24
              add 1 to ws-num-dif
              set ws-didx to ws-num-dif
              move ws-trim           to ws-dif-trim(ws-didx)
              move ws-dif-voce-new   to ws-dif-voce(ws-didx)
              move ws-dif-atteso-new to ws-dif-atteso(ws-didx)
              move ws-dif-reg-new    to ws-dif-registrato(ws-didx)
           end-if.

      ***---
      * DESCRIZIONE DI UN'ALIQUOTA PER STAMPA E FILE: IVA E
      * PERCENTUALE, O LA NATURA SE A ALIQUOTA ZERO, PIU' LA
      * DESCRIZIONE DEL CODICE (CODIVA).
       DESCRIVI-ALIQUOTA.
           initialize ws-descr-aliq.
           if iva-aliquota = 0
              string "Esente/non imp. " delimited size
                     iva-natura         delimited spaces
                     " - "              delimited size
                     iva-descrizione    delimited "  "
                into ws-descr-aliq
              end-string
           else
              move iva-aliquota to ws-aliquota-z
              string "IVA "           delimited size
                     ws-aliquota-z    delimited size
                     "% - "           delimited size
                     iva-descrizione  delimited "  "
                into ws-descr-aliq
              end-string
           end-if.

      ***---
       SCRIVI-EXPORT.
           open output export.
           if status-export not = "00"
              set errori to true
              exit paragraph
           end-if.
           set export-aperto to true.
           move "SEZIONE;VOCE;DESCRIZIONE;IMPORTO-1;IMPORTO-2"
             to rec-export.
           write rec-export.

      * OPERAZIONI ATTIVE: IMPORTO-1 IMPONIBILE, IMPORTO-2 IMPOSTA
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-att
              perform CARICA-ALIQUOTA-ATTIVA
              perform DESCRIVI-ALIQUOTA
              move "ATTIVE"                   to ws-exp-sezione
              move ws-att-codice(ws-aidx)     to ws-exp-voce
              move ws-descr-aliq              to ws-exp-descr
              move ws-att-imponibile(ws-aidx) to ws-exp-importo-1
              move ws-att-imposta(ws-aidx)    to ws-exp-importo-2
              perform SCRIVI-RIGA-EXPORT
           end-perform.
           move "ATTIVE"                     to ws-exp-sezione.
           move "TOTALE"                     to ws-exp-voce.
           move "Totale operazioni attive"   to ws-exp-descr.
           move ws-att-tot-imponibile        to ws-exp-importo-1.
           move ws-att-tot-imposta           to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "ESENTI-ART10"               to ws-exp-voce.
           move "Operazioni esenti art. 10 (natura N4)"
             to ws-exp-descr.
           move ws-esenti-art10              to ws-exp-importo-1.
           move 0                            to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "BOLLO"                      to ws-exp-voce.
           move ws-num-bolli                 to ws-num-z.
           initialize ws-exp-descr.
           string "Fatture con imposta di bollo: " delimited size
                  ws-num-z                         delimited size
             into ws-exp-descr
           end-string.
           move ws-base-bolli                to ws-exp-importo-1.
           move ws-importo-bolli             to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "SPLIT"                      to ws-exp-voce.
           move "IVA in scissione dei pagamenti (versata dal cliente)"
             to ws-exp-descr.
           move 0                            to ws-exp-importo-1.
           move ws-iva-split                 to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.

      * ACQUISTI: IMPORTO-1 IMPONIBILE, IMPORTO-2 IMPOSTA
           perform varying ws-qidx from 1 by 1
                     until ws-qidx > ws-num-acq
              perform CARICA-ALIQUOTA-ACQUISTO
              perform DESCRIVI-ALIQUOTA
              if ws-acq-strumentale(ws-qidx) = "S"
                 move "ACQUISTI-BENI-STRUM" to ws-exp-sezione
              else
                 move "ACQUISTI-ALTRI"      to ws-exp-sezione
              end-if
              move ws-acq-codice(ws-qidx)     to ws-exp-voce
              move ws-descr-aliq              to ws-exp-descr
              move ws-acq-imponibile(ws-qidx) to ws-exp-importo-1
              move ws-acq-imposta(ws-qidx)    to ws-exp-importo-2
              perform SCRIVI-RIGA-EXPORT
           end-perform.
           move "ACQUISTI"                   to ws-exp-sezione.
           move "TOTALE"                     to ws-exp-voce.
           move "Totale acquisti"            to ws-exp-descr.
           move ws-acq-tot-imponibile        to ws-exp-importo-1.
           move ws-acq-tot-imposta           to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.

      * LIQUIDAZIONI: IMPORTO-1 SALDO, IMPORTO-2 VERSATO
           perform varying ws-trim from 1 by 1 until ws-trim > 4
              move "LIQUIDAZIONE" to ws-exp-sezione
              initialize ws-exp-voce
              string "T"     delimited size
                     ws-trim delimited size
                into ws-exp-voce
              end-string
              if ws-liq-registrata(ws-trim)
                 perform DESCRIVI-LIQUIDAZIONE
              else
                 move "Liquidazione non registrata" to ws-exp-descr
              end-if
              move ws-liq-saldo(ws-trim)   to ws-exp-importo-1
              move ws-liq-versato(ws-trim) to ws-exp-importo-2
              perform SCRIVI-RIGA-EXPORT
           end-perform.

      * RISULTATO DELL'ANNO
           move "RISULTATO"                  to ws-exp-sezione.
           move "DEBITO"                     to ws-exp-voce.
           move "IVA a debito dai registri"  to ws-exp-descr.
           move 0                            to ws-exp-importo-1.
           move ws-iva-debito-anno           to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "CREDITO"                    to ws-exp-voce.
           move "IVA detraibile dai registri" to ws-exp-descr.
           move ws-iva-credito-anno          to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "CREDITO-PREC"               to ws-exp-voce.
           move "Credito dell'anno precedente" to ws-exp-descr.
           move ws-credito-iniziale          to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "DOVUTA"                     to ws-exp-voce.
           move "IVA dovuta sull'anno"       to ws-exp-descr.
           move ws-iva-dovuta                to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "VERSATO"                    to ws-exp-voce.
           move "Versamenti periodici F24"   to ws-exp-descr.
           move ws-tot-versato               to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.
           move "SALDO"                      to ws-exp-voce.
           if ws-saldo-finale >= 0
              move "Debito finale" to ws-exp-descr
           else
              move "Credito finale" to ws-exp-descr
           end-if.
           move ws-saldo-finale              to ws-exp-importo-2.
           perform SCRIVI-RIGA-EXPORT.

      * CONTROLLI: IMPORTO-1 ATTESO, IMPORTO-2 REGISTRATO
           perform varying ws-didx from 1 by 1
                     until ws-didx > ws-num-dif
              move "CONTROLLO" to ws-exp-sezione
              initialize ws-exp-voce
              string "T"                  delimited size
                     ws-dif-trim(ws-didx) delimited size
                into ws-exp-voce
              end-string
              move ws-dif-voce(ws-didx)       to ws-exp-descr
              move ws-dif-atteso(ws-didx)     to ws-exp-importo-1
              move ws-dif-registrato(ws-didx) to ws-exp-importo-2
              perform SCRIVI-RIGA-EXPORT
           end-perform.

           close export.
           set export-aperto to false.

      ***---
      * RIPORTA LE VOCI DELLA RIGA D'ALIQUOTA SUI CAMPI DI CODIVA,
      * CHE DESCRIVI-ALIQUOTA USA PER ENTRAMBE LE TABELLE.
       CARICA-ALIQUOTA-ATTIVA.
           initialize rec-codiva.
           move ws-att-codice(ws-aidx)      to iva-codice.
           move ws-att-aliquota(ws-aidx)    to iva-aliquota.
           move ws-att-natura(ws-aidx)      to iva-natura.
           move ws-att-descrizione(ws-aidx) to iva-descrizione.

      ***---
       CARICA-ALIQUOTA-ACQUISTO.
           initialize rec-codiva.
           move ws-acq-codice(ws-qidx)      to iva-codice.
           move ws-acq-aliquota(ws-qidx)    to iva-aliquota.
           move ws-acq-natura(ws-qidx)      to iva-natura.
           move ws-acq-descrizione(ws-qidx) to iva-descrizione.

      ***---
       DESCRIVI-LIQUIDAZIONE.
           initialize ws-exp-descr.
           if ws-liq-data-vers(ws-trim) = 0
              move "Saldo / versato: non versato" to ws-exp-descr
           else
              initialize ws-data-dply
              string ws-liq-data-vers(ws-trim)(7:2) delimited size
                     "/"                            delimited size
                     ws-liq-data-vers(ws-trim)(5:2) delimited size
                     "/"                            delimited size
                     ws-liq-data-vers(ws-trim)(1:4) delimited size
                into ws-data-dply
              end-string
              string "Saldo / versato con F24 il " delimited size
                     ws-data-dply                  delimited size
                into ws-exp-descr
              end-string
           end-if.

      ***---
       SCRIVI-RIGA-EXPORT.
           move ws-exp-importo-1 to ws-imp-ed.
           move ws-imp-ed to ws-imp-testo-1.
           inspect ws-imp-testo-1 replacing leading space by low-value.
           move ws-exp-importo-2 to ws-imp-ed.
           move ws-imp-ed to ws-imp-testo-2.
           inspect ws-imp-testo-2 replacing leading space by low-value.
           inspect ws-exp-sezione replacing trailing space
                   by low-value.
           inspect ws-exp-voce replacing trailing space by low-value.
           inspect ws-exp-descr replacing trailing space by low-value.
           initialize rec-export.
           string ws-exp-sezione  delimited low-value
                  ";"             delimited size
                  ws-exp-voce     delimited low-value
                  ";"             delimited size
                  ws-exp-descr    delimited low-value
                  ";"             delimited size
                  ws-imp-testo-1  delimited low-value
                  ";"             delimited size
                  ws-imp-testo-2  delimited low-value
             into rec-export
           end-string.
           write rec-export.
           inspect ws-exp-sezione replacing trailing low-value
                   by space.
           inspect ws-exp-voce replacing trailing low-value by space.
           inspect ws-exp-descr replacing trailing low-value by space.

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
              perform STAMPA-ATTIVE
              perform STAMPA-ACQUISTI
              perform STAMPA-LIQUIDAZIONI
              perform STAMPA-RISULTATO
              perform STAMPA-CONTROLLI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-TITOLO-SEZIONE.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move r-descr to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move Calibri10 to spl-hfont.

      ***---
      * OPERAZIONI ATTIVE PER ALIQUOTA E NATURA (FATTURE E
      * CORRISPETTIVI MENO NOTE DI CREDITO), POI LE VOCI A PARTE.
       STAMPA-ATTIVE.
           move spaces to r-riga.
           move "Operazioni attive per aliquota e natura" to r-descr.
           perform STAMPA-TITOLO-SEZIONE.
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-att
              perform CARICA-ALIQUOTA-ATTIVA
              perform DESCRIVI-ALIQUOTA
              move spaces to r-riga-aliq
              move ws-descr-aliq              to ra-descr
              move ws-att-imponibile(ws-aidx) to ra-imponibile
              move ws-att-imposta(ws-aidx)    to ra-imposta
              move r-riga-aliq to spl-riga-stampa
              perform SCRIVI-RIGA
           end-perform.
           move Calibri12B to spl-hfont.
           move spaces to r-riga-aliq.
           move "Totale operazioni attive" to ra-descr.
           move ws-att-tot-imponibile to ra-imponibile.
           move ws-att-tot-imposta    to ra-imposta.
           move r-riga-aliq to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move Calibri10 to spl-hfont.

           move spaces to r-riga-aliq.
           move "di cui esenti art. 10 (natura N4)" to ra-descr.
           move ws-esenti-art10 to ra-imponibile.
           move r-riga-aliq to spl-riga-stampa.
           perform SCRIVI-RIGA.

           move spaces to r-riga-aliq.
           move ws-num-bolli to ws-num-z.
           string "Fatture con imposta di bollo: " delimited size
                  ws-num-z                         delimited size
             into ra-descr
           end-string.
           move ws-base-bolli    to ra-imponibile.
           move ws-importo-bolli to ra-imposta.
           move r-riga-aliq to spl-riga-stampa.
           perform SCRIVI-RIGA.

           if ws-iva-split not = 0
              move spaces to r-riga-aliq
              move "IVA in scissione pagamenti (non dovuta)"
                to ra-descr
              move ws-iva-split to ra-imposta
              move r-riga-aliq to spl-riga-stampa
              perform SCRIVI-RIGA
           end-if.

      ***---
       STAMPA-ACQUISTI.
           move spaces to r-riga.
           move "Acquisti - beni strumentali" to r-descr.
           perform STAMPA-TITOLO-SEZIONE.
           move "S" to ws-strumentale.
           perform STAMPA-GRUPPO-ACQUISTI.
           move spaces to r-riga.
           move "Acquisti - altri beni e servizi" to r-descr.
           perform STAMPA-TITOLO-SEZIONE.
           move "N" to ws-strumentale.
           perform STAMPA-GRUPPO-ACQUISTI.

           move Calibri12B to spl-hfont.
           move spaces to r-riga-aliq.
           move "Totale acquisti" to ra-descr.
           move ws-acq-tot-imponibile to ra-imponibile.
           move ws-acq-tot-imposta    to ra-imposta.
           move r-riga-aliq to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move Calibri10 to spl-hfont.

      ***---
       STAMPA-GRUPPO-ACQUISTI.
           move 0 to ws-acq-sub-imponibile ws-acq-sub-imposta.
           perform varying ws-qidx from 1 by 1
                     until ws-qidx > ws-num-acq
              if ws-acq-strumentale(ws-qidx) = ws-strumentale
                 perform CARICA-ALIQUOTA-ACQUISTO
                 perform DESCRIVI-ALIQUOTA
                 move spaces to r-riga-aliq
                 move ws-descr-aliq              to ra-descr
                 move ws-acq-imponibile(ws-qidx) to ra-imponibile
                 move ws-acq-imposta(ws-qidx)    to ra-imposta
                 move r-riga-aliq to spl-riga-stampa
                 perform SCRIVI-RIGA
                 add ws-acq-imponibile(ws-qidx)
                  to ws-acq-sub-imponibile
                 add ws-acq-imposta(ws-qidx)
                  to ws-acq-sub-imposta
              end-if
           end-perform.
           move spaces to r-riga-aliq.
           move "Subtotale" to ra-descr.
           move ws-acq-sub-imponibile to ra-imponibile.
           move ws-acq-sub-imposta    to ra-imposta.
           move r-riga-aliq to spl-riga-stampa.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-LIQUIDAZIONI.
           move spaces to r-riga.
           move "Liquidazioni periodiche" to r-descr.
           perform STAMPA-TITOLO-SEZIONE.
           initialize spl-riga-stampa.
           string "PERIODO          IVA DEBITO  IVA ACQUISTI"
                                                  delimited size
                  "  CREDITO PREC.         SALDO       VERSATO"
                                                  delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI-RIGA.
           perform varying ws-trim from 1 by 1 until ws-trim > 4
              move spaces to r-riga-liq
              if ws-liq-registrata(ws-trim)
                 string "Trimestre " delimited size
                        ws-trim      delimited size
                   into rl-periodo
                 end-string
                 compute ws-atteso = ws-liq-vendite(ws-trim) +
                         ws-liq-corrisp(ws-trim) -
                         ws-liq-notacr(ws-trim)
                 move ws-atteso                    to rl-debito
                 move ws-liq-acquisti(ws-trim)     to rl-acquisti
                 move ws-liq-credito-prec(ws-trim) to rl-credito-prec
                 move ws-liq-saldo(ws-trim)        to rl-saldo
                 move ws-liq-versato(ws-trim)      to rl-versato
              else
                 string "Trimestre " delimited size
                        ws-trim      delimited size
                        " -"         delimited size
                   into rl-periodo
                 end-string
              end-if
              move r-riga-liq to spl-riga-stampa
              perform SCRIVI-RIGA
           end-perform.

      ***---
       STAMPA-RISULTATO.
           move spaces to r-riga.
           move "Risultato dell'anno (dai registri)" to r-descr.
           perform STAMPA-TITOLO-SEZIONE.
           move spaces to r-riga.
           move "IVA a debito" to r-descr.
           move ws-iva-debito-anno to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move spaces to r-riga.
           move "IVA detraibile sugli acquisti" to r-descr.
           move ws-iva-credito-anno to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move spaces to r-riga.
           move "Credito dell'anno precedente" to r-descr.
           move ws-credito-iniziale to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move spaces to r-riga.
           move "IVA dovuta sull'anno" to r-descr.
           move ws-iva-dovuta to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move spaces to r-riga.
           move "Versamenti periodici F24" to r-descr.
           move ws-tot-versato to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI-RIGA.

           move Calibri12B to spl-hfont.
           move spaces to r-riga.
           if ws-saldo-finale >= 0
              move "DEBITO FINALE"  to r-descr
           else
              move "CREDITO FINALE" to r-descr
           end-if.
           move ws-saldo-finale to r-importo.
           move r-riga to spl-riga-stampa.
           perform SCRIVI-RIGA.
           move Calibri10 to spl-hfont.

      ***---
       STAMPA-CONTROLLI.
           move spaces to r-riga.
           move "Controlli incrociati registri / liquidazioni"
             to r-descr.
           perform STAMPA-TITOLO-SEZIONE.
           if ws-num-dif = 0
              move spaces to r-riga
              move "Nessuna differenza." to r-descr
              move r-riga to spl-riga-stampa
              perform SCRIVI-RIGA
              exit paragraph
           end-if.
           initialize spl-riga-stampa.
           string "TRIM VOCE" delimited size
                  "                                            ATTESO"
                                                  delimited size
                  "    REGISTRATO"                delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI-RIGA.
           perform varying ws-didx from 1 by 1
                     until ws-didx > ws-num-dif
              move spaces to r-riga-dif
              string "T"                  delimited size
                     ws-dif-trim(ws-didx) delimited size
                into rd-trim
              end-string
              move ws-dif-voce(ws-didx)       to rd-voce
              move ws-dif-atteso(ws-didx)     to rd-atteso
              move ws-dif-registrato(ws-didx) to rd-registrato
              move r-riga-dif to spl-riga-stampa
              perform SCRIVI-RIGA
           end-perform.

      ***---
       SCRIVI-RIGA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              move spl-hfont       to ws-font-riga
              move spl-riga-stampa to ws-riga-salvata
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              move ws-font-riga    to spl-hfont
              move ws-riga-salvata to spl-riga-stampa
              add 1 to num-righe
           end-if.
           move 2 to spl-tipo-colonna.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move "Prospetto annuale per la dichiarazione IVA"
             to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           string "Anno "        delimited size
                  link-anno      delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 2,2 to save-riga.
           move 0 to num-righe.

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
           move "ST-DICHIVA"    to ell-programma.
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
           if errori
              move "Prospetto IVA annuale non prodotto." to messaggio
           else
              move ws-saldo-finale to ws-saldo-dply
              move ws-num-dif      to ws-num-z
              if ws-saldo-finale >= 0
                 string "Prospetto IVA annuale. Debito finale:"
                                       delimited size
                        ws-saldo-dply  delimited size
                        " €"           delimited size
                        X"0D0A"        delimited size
                        "Differenze registri/liquidazioni:"
                                       delimited size
                        ws-num-z       delimited size
                   into messaggio
                 end-string
              else
                 string "Prospetto IVA annuale. Credito finale:"
                                       delimited size
                        ws-saldo-dply  delimited size
                        " €"           delimited size
                        X"0D0A"        delimited size
                        "Differenze registri/liquidazioni:"
                                       delimited size
                        ws-num-z       delimited size
                   into messaggio
                 end-string
              end-if
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close tfatture tcorrisp tnotacr tfatacq codiva cespiti
                 liquidiva param.
           if export-aperto
              close export
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
