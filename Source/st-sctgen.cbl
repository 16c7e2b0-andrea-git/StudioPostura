       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-sctgen.
       AUTHOR.                          Andrea.
      ******************************************************************
      * GENERAZIONE DELLA DISTINTA DI BONIFICI SEPA (SCT) AI
      * FORNITORI: PRENDE DALLO SCADENZARIO PASSIVO (SCADPASS) LE
      * RATE CON SCADENZA NELL'INTERVALLO RICHIESTO, ESCLUDE QUELLE
      * GIA' DISPOSTE O PAGATE (REGISTRO SCTDIST) E PRODUCE IL FILE
      * XML PAIN.001 NELLA CARTELLA INDICATA, UN BONIFICO PER RATA
      * SUL FOR-IBAN DEL FORNITORE CON IL RIFERIMENTO ALLA FATTURA.
      * L'IBAN VIENE CONTROLLATO CON ST-IBANCHK: LE RATE DI UN
      * FORNITORE SENZA IBAN O CON IBAN NON VALIDO RESTANO FUORI E
      * FINISCONO IN CODA ALLA STAMPA, DA SISTEMARE IN ANAGRAFICA.
      * OGNI RATA MESSA IN DISTINTA RICEVE UNA RIGA SCTDIST IN STATO
      * "D" (DISPOSTA): COME PER LE DISTINTE SDD E' QUESTA LA
      * MARCATURA, PERCHE' SCADPASS VIENE RIGENERATO DA CAPO AD OGNI
      * GIRO DI ST-SCADPASSGEN. IL PAGAMENTO SU TFATACQ SI REGISTRA
      * ALLA CONFERMA CON ST-SCTESITO. LA STAMPA DI ACCOMPAGNAMENTO
      * ELENCA I BONIFICI DELLA DISTINTA CON IL TOTALE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "scadpass.sl".
           copy "sctdist.sl".
           copy "tfatacq.sl".
           copy "fornitori.sl".
           copy "param.sl".
           select sctxml assign to ws-percorso-xml
                  organization is line sequential
                  file status  is status-sctxml.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "scadpass.fd".
           copy "sctdist.fd".
           copy "tfatacq.fd".
           copy "fornitori.fd".
           copy "param.fd".

       fd  sctxml
           label record is omitted.
       01  rec-sctxml                  pic x(400).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-scadpass       pic xx.
       77  status-sctdist        pic xx.
       77  status-tfatacq        pic xx.
       77  status-fornitori      pic xx.
       77  status-param          pic xx.
       77  status-sctxml         pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Distinta Bonifici".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 xml-aperto         value 1 false 0.
       77  filler                pic 9.
           88 rata-gia-disposta  value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-data-esecuzione    pic 9(8).
       77  ws-cartella           pic x(200).
       77  ws-percorso-xml       pic x(260).
       77  ws-nome-file          pic x(60).
       77  ws-distinta           pic 9(6) value 0.
       77  ws-distinta-x         pic x(6).
       77  ws-ridx-x             pic x(4).
       77  ws-rata-x             pic x(2).

      * RATE DA METTERE IN DISTINTA
       78  ws-max-rate           value 500.
       01  ws-rat-tab.
           05 ws-rat             occurs 500 times indexed by ws-ridx.
              10 ws-rat-anno          pic 9(4).
              10 ws-rat-protocollo    pic 9(6).
              10 ws-rat-rata          pic 9(2).
              10 ws-rat-fornitore     pic x(6).
              10 ws-rat-importo       pic s9(7)v99.
              10 ws-rat-scadenza      pic 9(8).
              10 ws-rat-iban          pic x(27).
              10 ws-rat-numero-doc    pic x(20).
              10 ws-rat-data-doc      pic 9(8).
       77  ws-num-rate           pic 9(3) value 0.

      * RATE SCARTATE PER IBAN DEL FORNITORE MANCANTE O NON VALIDO
       78  ws-max-scarti         value 200.
       01  ws-sca-tab.
           05 ws-sca             occurs 200 times indexed by ws-sidx.
              10 ws-sca-fornitore     pic x(6).
              10 ws-sca-numero-doc    pic x(20).
              10 ws-sca-scadenza      pic 9(8).
              10 ws-sca-importo       pic s9(7)v99.
       77  ws-num-scarti         pic 9(3) value 0.

      * CONTROLLO IBAN DEL FORNITORE
       77  ws-iban-esito         pic xx.

      * TOTALI DELLA DISTINTA
       77  ws-totale-distinta    pic s9(9)v99 value 0.
       77  ws-num-rate-z         pic zzz9.
       77  ws-num-scarti-z       pic zzz9.

      * FORMATTAZIONE IMPORTI E DATE PER L'XML (COME ST-SDDGEN)
       77  ws-imp-valore         pic s9(9)v99.
       77  ws-imp-assoluto       pic 9(9)v99.
       77  ws-imp-intero         pic 9(9).
       77  ws-imp-centesimi      pic 9(2).
       77  ws-imp-intero-x       pic x(9).
       77  ws-imp-testo          pic x(14).
       77  ws-data-conv          pic 9(8).
       77  ws-data-xml           pic x(10).
       77  ws-causale            pic x(140).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-progressivo      pic zzz9.
           05 filler             pic x(2).
           05 r-fornitore        pic x(25).
           05 r-iban             pic x(28).
           05 r-documento        pic x(13).
           05 r-scadenza         pic x(11).
           05 r-importo          PIC --.---.--9,99.

       01  r-totali.
           05 rt-descr           pic x(83).
           05 rt-importo         PIC ---.---.--9,99.

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
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

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-data-esecuzione  pic 9(8).
       77  link-cartella         pic x(200).
       77  link-iban-addebito    pic x(27).
       77  link-stampante        pic x(200).
       77  link-operatore        pic x(20).
       77  link-distinta         pic 9(6).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-data-esecuzione link-cartella
                                 link-iban-addebito link-stampante
                                 link-operatore link-distinta
                                 link-esito.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              display message
                      "In addestramento non si trasmette nulla."
              set link-esito-ko to true
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform RACCOGLI-RATE
              if ws-num-rate > 0
                 perform LEGGI-NUMERO-DISTINTA
                 perform SCRIVI-DISTINTA-XML
                 if tutto-ok
                    perform REGISTRA-RATE-DISPOSTE
                    perform SALVA-NUMERO-DISTINTA
                    move ws-distinta to link-distinta
                 end-if
              end-if
              if tutto-ok and (ws-num-rate > 0 or ws-num-scarti > 0)
                 perform STAMPA
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
           set tutto-ok   to true.
           set xml-aperto to false.
           move 0 to ws-num-rate ws-num-scarti ws-totale-distinta
                     link-distinta.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           if link-data-esecuzione = 0
              move ws-data-corrente     to ws-data-esecuzione
           else
              move link-data-esecuzione to ws-data-esecuzione
           end-if.
           move link-cartella to ws-cartella.
           inspect ws-cartella replacing trailing spaces by low-value.
           if ws-cartella = low-value or ws-cartella = spaces
              set errori to true
           end-if.
      * ANCHE IL CONTO DI ADDEBITO DELLO STUDIO PASSA DAL CONTROLLO
           if tutto-ok
              call "st-ibanchk" using link-iban-addebito ws-iban-esito
              cancel "st-ibanchk"
              if ws-iban-esito not = "OK"
                 set errori to true
              end-if
           end-if.

      ***---
       OPEN-FILES.
           open input scadpass.
           if status-scadpass = "35"
              open output scadpass
              close       scadpass
              open input  scadpass
           end-if.
           open i-o sctdist.
           if status-sctdist = "35"
              open output sctdist
              close       sctdist
              open i-o    sctdist
           end-if.
           open input tfatacq fornitori param.

      ***---
       RACCOGLI-RATE.
           move low-value to scp-chiave.
           start scadpass key >= scp-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read scadpass next at end exit perform end-read
              if ws-num-rate >= ws-max-rate
                 exit perform
              end-if
              if scp-data-scadenza >= link-data-da and
                 (link-data-a = 0 or
                  scp-data-scadenza <= link-data-a) and
                 scp-importo > 0
                 perform CONTROLLA-RATA
              end-if
           end-perform.

      ***---
       CONTROLLA-RATA.
           perform CERCA-RATA-DISPOSTA.
           if rata-gia-disposta
              exit paragraph
           end-if.
           move scp-anno       to fac-anno.
           move scp-protocollo to fac-protocollo.
           read tfatacq no lock
                invalid initialize rec-tfatacq
           end-read.
           move scp-fornitore to for-codice.
           read fornitori no lock
                invalid initialize rec-fornitori
           end-read.
           move "KO" to ws-iban-esito.
           if for-iban not = spaces
              call "st-ibanchk" using for-iban ws-iban-esito
              cancel "st-ibanchk"
           end-if.
           if ws-iban-esito not = "OK"
              if ws-num-scarti < ws-max-scarti
                 add 1 to ws-num-scarti
                 set ws-sidx to ws-num-scarti
                 move scp-fornitore     to ws-sca-fornitore(ws-sidx)
                 move fac-numero-doc    to ws-sca-numero-doc(ws-sidx)
                 move scp-data-scadenza to ws-sca-scadenza(ws-sidx)
                 move scp-importo       to ws-sca-importo(ws-sidx)
              end-if
              exit paragraph
           end-if.
           add 1 to ws-num-rate.
           move scp-anno          to ws-rat-anno(ws-num-rate).
           move scp-protocollo    to ws-rat-protocollo(ws-num-rate).
           move scp-rata          to ws-rat-rata(ws-num-rate).
           move scp-fornitore     to ws-rat-fornitore(ws-num-rate).
           move scp-importo       to ws-rat-importo(ws-num-rate).
           move scp-data-scadenza to ws-rat-scadenza(ws-num-rate).
           move for-iban          to ws-rat-iban(ws-num-rate).
           move fac-numero-doc    to ws-rat-numero-doc(ws-num-rate).
           move fac-data-doc      to ws-rat-data-doc(ws-num-rate).
           add scp-importo to ws-totale-distinta.

      ***---
       CERCA-RATA-DISPOSTA.
      * UNA RATA GIA' IN UNA DISTINTA (DISPOSTA O PAGATA) NON SI
      * RIDISPONE; LE ANNULLATE SI'.
           set rata-gia-disposta to false.
           move scp-anno       to sct-anno.
           move scp-protocollo to sct-protocollo.
           move scp-rata       to sct-rata.
           start sctdist key >= sct-rata-origine
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read sctdist next at end exit perform end-read
              if sct-anno       not = scp-anno       or
                 sct-protocollo not = scp-protocollo or
                 sct-rata       not = scp-rata
                 exit perform
              end-if
              if sct-distinta not = 0 and
                 (sct-disposta or sct-pagata)
                 set rata-gia-disposta to true
                 exit perform
              end-if
           end-perform.

      ***---
       LEGGI-NUMERO-DISTINTA.
           move 0 to sct-distinta sct-progressivo.
           read sctdist no lock
                invalid move 0 to ws-distinta
            not invalid move sct-protocollo to ws-distinta
           end-read.
           add 1 to ws-distinta.

      ***---
       SALVA-NUMERO-DISTINTA.
           initialize rec-sctdist.
           move 0 to sct-distinta sct-progressivo.
           move ws-distinta      to sct-protocollo.
           move ws-data-corrente to sct-data-generazione.
           rewrite rec-sctdist
                   invalid write rec-sctdist
           end-rewrite.

      ***---
       SCRIVI-DISTINTA-XML.
           move ws-distinta to ws-distinta-x.
           initialize ws-nome-file.
           string "SCT_"        delimited size
                  ws-distinta-x delimited size
                  ".xml"        delimited size
             into ws-nome-file
           end-string.
           initialize ws-percorso-xml.
           string ws-cartella  delimited low-value
                  ws-nome-file delimited spaces
             into ws-percorso-xml
           end-string.
           open output sctxml.
           if status-sctxml not = "00"
              set errori to true
              exit paragraph
           end-if.
           set xml-aperto to true.

           move "<?xml version=""1.0"" encoding=""UTF-8""?>"
             to rec-sctxml.
           write rec-sctxml.
           initialize rec-sctxml.
           string "<Document xmlns=""urn:iso:std:iso:20022"
                  ":tech:xsd:pain.001.001.03"">" delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move " <CstmrCdtTrfInitn>" to rec-sctxml.
           write rec-sctxml.

           move " <GrpHdr>" to rec-sctxml.
           write rec-sctxml.
           initialize rec-sctxml.
           string "  <MsgId>SCT-" delimited size
                  ws-distinta-x   delimited size
                  "</MsgId>"      delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move ws-data-corrente to ws-data-conv.
           perform FORMATTA-DATA-XML.
           initialize rec-sctxml.
           string "  <CreDtTm>"          delimited size
                  ws-data-xml            delimited size
                  "T"                    delimited size
                  ws-ora-corrente(1:2)   delimited size
                  ":"                    delimited size
                  ws-ora-corrente(3:2)   delimited size
                  ":"                    delimited size
                  ws-ora-corrente(5:2)   delimited size
                  "</CreDtTm>"           delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move ws-num-rate to ws-num-rate-z.
           call "C$JUSTIFY" using ws-num-rate-z, "L".
           initialize rec-sctxml.
           string "  <NbOfTxs>"  delimited size
                  ws-num-rate-z  delimited spaces
                  "</NbOfTxs>"   delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move ws-totale-distinta to ws-imp-valore.
           perform FORMATTA-IMPORTO-XML.
           initialize rec-sctxml.
           string "  <CtrlSum>"  delimited size
                  ws-imp-testo   delimited spaces
                  "</CtrlSum>"   delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           perform LEGGI-PARAM-PRINCIPALE.
           initialize rec-sctxml.
           inspect prm-ragsoc replacing trailing spaces by low-value.
           string "  <InitgPty><Nm>" delimited size
                  prm-ragsoc         delimited low-value
                  "</Nm></InitgPty>" delimited size
             into rec-sctxml
           end-string.
           inspect prm-ragsoc replacing trailing low-value by spaces.
           write rec-sctxml.
           move " </GrpHdr>" to rec-sctxml.
           write rec-sctxml.

           move " <PmtInf>" to rec-sctxml.
           write rec-sctxml.
           initialize rec-sctxml.
           string "  <PmtInfId>SCT-" delimited size
                  ws-distinta-x      delimited size
                  "</PmtInfId>"      delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move "  <PmtMtd>TRF</PmtMtd>" to rec-sctxml.
           write rec-sctxml.
           move ws-data-esecuzione to ws-data-conv.
           perform FORMATTA-DATA-XML.
           initialize rec-sctxml.
           string "  <ReqdExctnDt>" delimited size
                  ws-data-xml       delimited size
                  "</ReqdExctnDt>"  delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           initialize rec-sctxml.
           inspect prm-ragsoc replacing trailing spaces by low-value.
           string "  <Dbtr><Nm>" delimited size
                  prm-ragsoc     delimited low-value
                  "</Nm></Dbtr>" delimited size
             into rec-sctxml
           end-string.
           inspect prm-ragsoc replacing trailing low-value by spaces.
           write rec-sctxml.
           initialize rec-sctxml.
           string "  <DbtrAcct><Id><IBAN>" delimited size
                  link-iban-addebito       delimited spaces
                  "</IBAN></Id></DbtrAcct>" delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.

           perform varying ws-ridx from 1 by 1
                     until ws-ridx > ws-num-rate
              perform SCRIVI-BONIFICO-XML
           end-perform.

           move " </PmtInf>" to rec-sctxml.
           write rec-sctxml.
           move " </CstmrCdtTrfInitn>" to rec-sctxml.
           write rec-sctxml.
           move "</Document>" to rec-sctxml.
           write rec-sctxml.

           close sctxml.
           set xml-aperto to false.

      ***---
       SCRIVI-BONIFICO-XML.
           move "  <CdtTrfTxInf>" to rec-sctxml.
           write rec-sctxml.
           move ws-ridx to ws-num-rate-z.
           move ws-num-rate-z to ws-ridx-x.
           call "C$JUSTIFY" using ws-ridx-x, "L".
           initialize rec-sctxml.
           string "   <PmtId><EndToEndId>SCT-" delimited size
                  ws-distinta-x                 delimited size
                  "-"                           delimited size
                  ws-ridx-x                     delimited spaces
                  "</EndToEndId></PmtId>"       delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move ws-rat-importo(ws-ridx) to ws-imp-valore.
           perform FORMATTA-IMPORTO-XML.
           initialize rec-sctxml.
           string "   <Amt><InstdAmt Ccy=""EUR"">" delimited size
                  ws-imp-testo                     delimited spaces
                  "</InstdAmt></Amt>"              delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move ws-rat-fornitore(ws-ridx) to for-codice.
           read fornitori no lock
                invalid move spaces to for-ragsoc
           end-read.
           initialize rec-sctxml.
           inspect for-ragsoc replacing trailing spaces by low-value.
           string "   <Cdtr><Nm>" delimited size
                  for-ragsoc      delimited low-value
                  "</Nm></Cdtr>"  delimited size
             into rec-sctxml
           end-string.
           inspect for-ragsoc replacing trailing low-value by spaces.
           write rec-sctxml.
           initialize rec-sctxml.
           string "   <CdtrAcct><Id><IBAN>" delimited size
                  ws-rat-iban(ws-ridx)      delimited spaces
                  "</IBAN></Id></CdtrAcct>" delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
      * CAUSALE: NUMERO E DATA DELLA FATTURA DEL FORNITORE E RATA
           move ws-rat-data-doc(ws-ridx) to ws-data-conv.
           perform FORMATTA-DATA-DPLY.
           move ws-rat-rata(ws-ridx) to ws-rata-x.
           initialize ws-causale.
           inspect ws-rat-numero-doc(ws-ridx)
                   replacing trailing spaces by low-value.
           string "Saldo fattura n. "          delimited size
                  ws-rat-numero-doc(ws-ridx)   delimited low-value
                  " del "                      delimited size
                  ws-data-dply                 delimited size
                  " rata "                     delimited size
                  ws-rata-x                    delimited size
             into ws-causale
           end-string.
           inspect ws-rat-numero-doc(ws-ridx)
                   replacing trailing low-value by spaces.
           inspect ws-causale replacing trailing spaces by low-value.
           initialize rec-sctxml.
           string "   <RmtInf><Ustrd>" delimited size
                  ws-causale           delimited low-value
                  "</Ustrd></RmtInf>"  delimited size
             into rec-sctxml
           end-string.
           write rec-sctxml.
           move "  </CdtTrfTxInf>" to rec-sctxml.
           write rec-sctxml.

      ***---
       REGISTRA-RATE-DISPOSTE.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > ws-num-rate
              initialize rec-sctdist
              move ws-distinta                to sct-distinta
              move ws-ridx                    to sct-progressivo
              move ws-rat-fornitore(ws-ridx)  to sct-fornitore
              move ws-rat-anno(ws-ridx)       to sct-anno
              move ws-rat-protocollo(ws-ridx) to sct-protocollo
              move ws-rat-rata(ws-ridx)       to sct-rata
              move ws-rat-importo(ws-ridx)    to sct-importo
              move ws-rat-scadenza(ws-ridx)   to sct-data-scadenza
              move ws-data-esecuzione         to sct-data-esecuzione
              move ws-rat-iban(ws-ridx)       to sct-iban
              set  sct-disposta               to true
              move ws-data-corrente           to sct-data-generazione
              move ws-nome-file               to sct-nome-file
              move link-operatore             to sct-operatore
              write rec-sctdist
                    invalid continue
              end-write
           end-perform.

      ***---
       LEGGI-PARAM-PRINCIPALE.
           move spaces to prm-chiave.
           read param no lock
                invalid initialize rec-param
           end-read.

      ***---
       FORMATTA-IMPORTO-XML.
      * DA S9(9)V99 AL TESTO CON IL PUNTO DECIMALE, COME ST-SDDGEN.
           move spaces to ws-imp-testo.
           if ws-imp-valore < 0
              compute ws-imp-assoluto = ws-imp-valore * -1
           else
              move ws-imp-valore to ws-imp-assoluto
           end-if.
           move ws-imp-assoluto to ws-imp-intero.
           compute ws-imp-centesimi =
                   (ws-imp-assoluto - ws-imp-intero) * 100.
           move ws-imp-intero to ws-imp-intero-x.
           inspect ws-imp-intero-x replacing leading "0" by space.
           call "C$JUSTIFY" using ws-imp-intero-x, "L".
           if ws-imp-intero-x = spaces
              move "0" to ws-imp-intero-x
           end-if.
           string ws-imp-intero-x  delimited spaces
                  "."              delimited size
                  ws-imp-centesimi delimited size
             into ws-imp-testo
           end-string.

      ***---
       FORMATTA-DATA-XML.
           initialize ws-data-xml.
           string ws-data-conv(1:4) delimited size
                  "-"               delimited size
                  ws-data-conv(5:2) delimited size
                  "-"               delimited size
                  ws-data-conv(7:2) delimited size
             into ws-data-xml
           end-string.

      ***---
       FORMATTA-DATA-DPLY.
           initialize ws-data-dply.
           string ws-data-conv(7:2) delimited size
                  "/"               delimited size
                  ws-data-conv(5:2) delimited size
                  "/"               delimited size
                  ws-data-conv(1:4) delimited size
             into ws-data-dply
           end-string.

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
              move selprint-num-copie    to SPL-NUM-COPIE
              move selprint-stampante    to SPL-NOME-STAMPANTE
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
      * LA DISTINTA E' GIA' REGISTRATA: UNA STAMPA NON RIUSCITA NON
      * LA ANNULLA, SI RISTAMPA DAL FILE XML
           if errori
              set tutto-ok to true
              exit paragraph
           end-if.

           perform INTESTAZIONE.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > ws-num-rate
              perform STAMPA-RIGA-BONIFICO
           end-perform.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           move spaces to r-totali.
           move ws-num-rate to ws-num-rate-z.
           string "TOTALE DISTINTA - BONIFICI: " delimited size
                  ws-num-rate-z                  delimited size
             into rt-descr
           end-string.
           move ws-totale-distinta to rt-importo.
           move r-totali to spl-riga-stampa.
           perform SCRIVI.

           if ws-num-scarti > 0
              perform STAMPA-SCARTI
           end-if.

           set spl-chiusura to true.
           call   "spooler" using spooler-link.

      ***---
       STAMPA-RIGA-BONIFICO.
           perform CONTROLLA-SALTO-PAGINA.
           move spaces to r-riga.
           move ws-ridx to r-progressivo.
           move ws-rat-fornitore(ws-ridx) to for-codice.
           read fornitori no lock
                invalid move spaces to for-ragsoc
           end-read.
           move for-ragsoc(1:25)              to r-fornitore.
           move ws-rat-iban(ws-ridx)          to r-iban.
           move ws-rat-numero-doc(ws-ridx)    to r-documento.
           move ws-rat-scadenza(ws-ridx)      to ws-data-conv.
           perform FORMATTA-DATA-DPLY.
           move ws-data-dply                  to r-scadenza.
           move ws-rat-importo(ws-ridx)       to r-importo.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-SCARTI.
           add 0,4 to save-riga.
           perform CONTROLLA-SALTO-PAGINA.
           move Calibri12B to spl-hfont.
           move 0 to spl-tipo-colonna.
           move "RATE NON DISPOSTE: IBAN MANCANTE O ERRATO"
             to spl-riga-stampa.
           perform SCRIVI.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-scarti
              perform CONTROLLA-SALTO-PAGINA
              move spaces to r-riga
              move ws-sca-fornitore(ws-sidx) to for-codice
              read fornitori no lock
                   invalid move spaces to for-ragsoc
              end-read
              move for-ragsoc(1:25)            to r-fornitore
              move ws-sca-numero-doc(ws-sidx)  to r-documento
              move ws-sca-scadenza(ws-sidx)    to ws-data-conv
              perform FORMATTA-DATA-DPLY
              move ws-data-dply                to r-scadenza
              move ws-sca-importo(ws-sidx)     to r-importo
              move Calibri10 to spl-hfont
              move 2 to spl-tipo-colonna
              move r-riga to spl-riga-stampa
              perform SCRIVI
           end-perform.

      ***---
       CONTROLLA-SALTO-PAGINA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.

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
           move 1,2                to save-riga.
           move ws-data-esecuzione to ws-data-conv.
           perform FORMATTA-DATA-DPLY.
           move ws-distinta to ws-distinta-x.
           initialize spl-riga-stampa.
           string "Distinta SCT n. "   delimited size
                  ws-distinta-x        delimited size
                  " - esecuzione il "  delimited size
                  ws-data-dply         delimited size
                  " - addebito su "    delimited size
                  link-iban-addebito   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.
           initialize spl-riga-stampa.
           string "   N. FORNITORE                 IBAN"
                  "                        DOCUMENTO    SCADENZA"
                  "         IMPORTO" delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,4 to save-riga.

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
           move "ST-SCTGEN"       to ell-programma.
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
           move ws-num-rate   to ws-num-rate-z.
           move ws-num-scarti to ws-num-scarti-z.
           if ws-num-rate = 0
              string "Nessuna rata da disporre."   delimited size
                into messaggio
              end-string
           else
              string "Bonifici in distinta: "     delimited size
                     ws-num-rate-z                delimited size
                into messaggio
              end-string
           end-if.
           if ws-num-scarti > 0
              inspect messaggio replacing trailing space by low-value
              string messaggio                    delimited low-value
                     X"0D0A"                      delimited size
                     "Rate escluse per IBAN: "    delimited size
                     ws-num-scarti-z              delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close scadpass sctdist tfatacq fornitori param.
           if xml-aperto
              close sctxml
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
