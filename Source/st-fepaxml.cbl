      * PER OGNI TFATTURE DELL'INTERVALLO RICHIESTO PRODUCE UN FILE
      * XML FPR12 NELLA CARTELLA INDICATA, CON I DATI DELLO STUDIO DA
      * PARAM (CEDENTE), I DATI FISCALI DEL CLIENTE DA CLIENTI
      * (CESSIONARIO), LE RIGHE DA RFATTURE CON L'ALIQUOTA DEL PROPRIO
      * CODICE IVA E UN DATIRIEPILOGO PER OGNI ALIQUOTA DEL CASTELLETTO
      * (VEDI ST-CASTIVA: CODICE NATURA PER LE ESENZIONI, RIFERIMENTO
      * NORMATIVO IN CHIARO). IL PROGRESSIVO DI TRASMISSIONE E
      * L'ESITO DI OGNI FATTURA FINISCONO SUL REGISTRO FEEXPORT: UNA
      * FATTURA GIA'
      * ESPORTATA CON ESITO OK NON VIENE RIESPORTATA, E UNA FATTURA
      * CON DATI MANCANTI (NE' P.IVA NE' CODICE FISCALE, O CAP VUOTO)
      * VIENE SEGNATA KO CON IL MOTIVO SENZA FERMARE LE ALTRE.
      * IL RECAPITO ARRIVA DALL'ANAGRAFICA: CODICE UNIVOCO UFFICIO IPA
      * (FORMATO FPA12, PUBBLICA AMMINISTRAZIONE), ALTRIMENTI CODICE
      * DESTINATARIO SDI O PEC (FPR12). LE FATTURE IN SCISSIONE DEI
      * PAGAMENTI DICHIARANO ESIGIBILITA' "S" NEL RIEPILOGO E CIG,
      * CUP E ORDINE DI TESTATA FINISCONO IN DATIORDINEACQUISTO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  ws-percorso-xml       pic x(260).
       77  ws-nome-file          pic x(60).

      * FORMATO E RECAPITO DELLA FATTURA IN LAVORAZIONE
       77  ws-formato            pic x(5).
       77  ws-codice-dest        pic x(7).

      * FORMATTAZIONE IMPORTI E DATE PER L'XML (PUNTO DECIMALE)
       77  ws-imp-valore         pic s9(7)v99.
       77  ws-imp-assoluto       pic 9(7)v99.
       77  ws-num-linea-z        pic zzz9.
       77  ws-prezzo-totale      pic s9(9)v99.

      * CASTELLETTO IVA DELLA FATTURA: LE LINEE PRENDONO ALIQUOTA E
      * NATURA DAL PROPRIO CODICE, IL RIEPILOGO NE HA UNA PER CODICE
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-codiva-riga        pic x(3).
       77  ws-base-bollo         pic s9(9)v99.

      * CONTATORI PER IL RIEPILOGO FINALE
       77  ws-num-esportate      pic 9(5) value 0.
       77  ws-num-scartate       pic 9(5) value 0.
       77  ws-data-limite-eta    pic 9(8) value 0.
       77  ws-anno-limite-eta    pic 9(4) value 0.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-numero-da        pic 9(6).

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
              perform ELABORAZIONE
              perform SALVA-PROGRESSIVO
              perform CLOSE-FILES
              cancel "st-castiva"
           end-if.
           if tutto-ok
              set link-esito-ok to true
           perform COMPONI-NOME-FILE.
           open output xmlout.
           if status-xmlout not = "00"
              move "ESPORTA-FATTURA" to ell-paragrafo
              move "XMLOUT"          to ell-file
              move status-xmlout     to ell-status
              perform REGISTRA-ERRORE-FILE
              set fattura-ok to false
              move "Impossibile creare il file XML"
                to ws-motivo-scarto
           move "<?xml version=""1.0"" encoding=""UTF-8""?>"
             to rec-xmlout.
           write rec-xmlout.
      * CLIENTE CON CODICE UFFICIO IPA = PUBBLICA AMMINISTRAZIONE
           if cli-codice-ipa not = spaces
              move "FPA12"        to ws-formato
              move cli-codice-ipa to ws-codice-dest
           else
              move "FPR12"        to ws-formato
              if cli-codice-sdi not = spaces
                 move cli-codice-sdi to ws-codice-dest
              else
                 move "0000000"      to ws-codice-dest
              end-if
           end-if.
           initialize rec-xmlout.
           string "<p:FatturaElettronica versione=""" delimited size
                  ws-formato                           delimited size
                  """ "                                delimited size
                  "xmlns:p=""http://ivaservizi.agenziaentrate.gov.it/"
                  "docs/xsd/fatture/v1.2"">" delimited size
             into rec-xmlout
           write rec-xmlout.
           move ws-progressivo-invio to ws-progressivo-x.
           perform SCRIVI-TAG-PROGRESSIVO.
           initialize rec-xmlout.
           string "   <FormatoTrasmissione>"  delimited size
                  ws-formato                  delimited size
                  "</FormatoTrasmissione>"    delimited size
             into rec-xmlout
           end-string.
           write rec-xmlout.
           initialize rec-xmlout.
           string "   <CodiceDestinatario>"   delimited size
                  ws-codice-dest              delimited spaces
                  "</CodiceDestinatario>"     delimited size
             into rec-xmlout
           end-string.
           write rec-xmlout.
      * LA PEC VALE SOLO SENZA CODICE DESTINATARIO
           if ws-codice-dest = "0000000" and cli-pec not = spaces
              move cli-pec to ws-esc-ingresso
              perform XML-ESCAPE
              initialize rec-xmlout
              inspect ws-esc-uscita replacing trailing spaces
                      by low-value
              string "   <PECDestinatario>"  delimited size
                     ws-esc-uscita           delimited low-value
                     "</PECDestinatario>"    delimited size
                into rec-xmlout
              end-string
              inspect ws-esc-uscita replacing trailing low-value
                      by spaces
              write rec-xmlout
           end-if.
           move "  </DatiTrasmissione>" to rec-xmlout.
           write rec-xmlout.

           write rec-xmlout.
           move "   <DatiAnagrafici>" to rec-xmlout.
           write rec-xmlout.
      * AZIENDE ED ENTI CON PARTITA IVA: IDFISCALEIVA, PIU' IL CODICE
      * FISCALE SE DIVERSO E PRESENTE; I PRIVATI SOLO CODICE FISCALE.
           if cli-piva not = spaces
              move "    <IdFiscaleIVA>" to rec-xmlout
              write rec-xmlout
              move "     <IdPaese>IT</IdPaese>" to rec-xmlout
              write rec-xmlout
              initialize rec-xmlout
              string "     <IdCodice>"  delimited size
                     cli-piva          delimited spaces
                     "</IdCodice>"     delimited size
                into rec-xmlout
              end-string
              write rec-xmlout
              move "    </IdFiscaleIVA>" to rec-xmlout
              write rec-xmlout
              if cli-codfis not = spaces
                 move cli-codfis to ws-esc-ingresso
                 perform SCRIVI-TAG-CODFIS
              end-if
           else
              move cli-codfis to ws-esc-ingresso
              perform SCRIVI-TAG-CODFIS
           end-if.
           move "    <Anagrafica>" to rec-xmlout.
           if tfa-ritenuta-importo not = 0
              perform SCRIVI-XML-RITENUTA
           end-if.
           perform CARICA-CASTELLETTO.
           if ws-base-bollo > 78-soglia-bollo
              perform SCRIVI-XML-BOLLO
           end-if.
           if tfa-cassa-importo not = 0
             into rec-xmlout
           end-string.
           write rec-xmlout.
           move "  </DatiGeneraliDocumento>" to rec-xmlout.
           write rec-xmlout.
           if tfa-cig not = spaces or tfa-cup not = spaces or
              tfa-ordine-numero not = spaces
              perform SCRIVI-XML-ORDINE-ACQUISTO
           end-if.
           move "  </DatiGenerali>" to rec-xmlout.
           write rec-xmlout.

           move "  <DatiBeniServizi>" to rec-xmlout.
           move " </FatturaElettronicaBody>" to rec-xmlout.
           write rec-xmlout.

      ***---
      * LA RIPARTIZIONE PARTE DALL'IVA REGISTRATA IN TESTATA, QUINDI
      * LA SOMMA DEI RIEPILOGHI TORNA SEMPRE CON IL DOCUMENTO. UNA
      * FATTURA SENZA RIGHE RESTA SUL SOLO CODICE DI TESTATA. LA BASE
      * DEL BOLLO E' LA PARTE ESENTE CON CODICE NATURA.
       CARICA-CASTELLETTO.
           initialize castiva-link.
           set  civ-ripartisci    to true.
           set  civ-fattura       to true.
           move tfa-anno          to civ-anno.
           move tfa-numero        to civ-numero.
           move tfa-iva           to civ-iva-testata.
           move tfa-cassa-importo to civ-cassa.
           move tfa-importo-iva   to civ-iva-documento.
           call "st-castiva" using castiva-link.
           if civ-ko or civ-num-aliq = 0
              move 1                         to civ-num-aliq
              move tfa-iva                   to civ-codice(1)
              move iva-aliquota              to civ-aliquota(1)
              move iva-natura                to civ-natura(1)
              move iva-riferimento-normativo to civ-rif-normativo(1)
              compute civ-imponibile(1) =
                      tfa-importo-sub + tfa-cassa-importo
              move tfa-importo-iva           to civ-imposta(1)
           end-if.
           move 0 to ws-base-bollo.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-aliquota(ws-civ-idx) = 0 and
                 civ-natura(ws-civ-idx) not = spaces
                 add civ-imponibile(ws-civ-idx) to ws-base-bollo
              end-if
           end-perform.

      ***---
       SCRIVI-XML-ORDINE-ACQUISTO.
      * BLOCCO DATIORDINEACQUISTO: L'IDDOCUMENTO E' OBBLIGATORIO, SENZA
      * NUMERO D'ORDINE SI RIPORTA IL CIG (O IL CUP) COME RIFERIMENTO.
           move "   <DatiOrdineAcquisto>" to rec-xmlout.
           write rec-xmlout.
           evaluate true
           when tfa-ordine-numero not = spaces
                move tfa-ordine-numero to ws-esc-ingresso
           when tfa-cig not = spaces
                move tfa-cig           to ws-esc-ingresso
           when other
                move tfa-cup           to ws-esc-ingresso
           end-evaluate.
           perform XML-ESCAPE.
           initialize rec-xmlout.
           inspect ws-esc-uscita replacing trailing spaces
                   by low-value.
           string "    <IdDocumento>" delimited size
                  ws-esc-uscita       delimited low-value
                  "</IdDocumento>"    delimited size
             into rec-xmlout
           end-string.
           inspect ws-esc-uscita replacing trailing low-value
                   by spaces.
           write rec-xmlout.
           if tfa-ordine-data not = 0
              initialize ws-data-xml
              string tfa-ordine-data(1:4) delimited size
                     "-"                  delimited size
                     tfa-ordine-data(5:2) delimited size
                     "-"                  delimited size
                     tfa-ordine-data(7:2) delimited size
                into ws-data-xml
              end-string
              initialize rec-xmlout
              string "    <Data>"  delimited size
                     ws-data-xml   delimited size
                     "</Data>"     delimited size
                into rec-xmlout
              end-string
              write rec-xmlout
           end-if.
           if tfa-cup not = spaces
              initialize rec-xmlout
              string "    <CodiceCUP>" delimited size
                     tfa-cup           delimited spaces
                     "</CodiceCUP>"    delimited size
                into rec-xmlout
              end-string
              write rec-xmlout
           end-if.
           if tfa-cig not = spaces
              initialize rec-xmlout
              string "    <CodiceCIG>" delimited size
                     tfa-cig           delimited spaces
                     "</CodiceCIG>"    delimited size
                into rec-xmlout
              end-string
              write rec-xmlout
           end-if.
           move "   </DatiOrdineAcquisto>" to rec-xmlout.
           write rec-xmlout.

      ***---
       SCRIVI-XML-RITENUTA.
      * BLOCCO DATIRITENUTA DEL TRACCIATO FPR12: GLI IMPORTI SONO
      ***---
       SCRIVI-XML-BOLLO.
      * BLOCCO DATIBOLLO: LA CONDIZIONE (FATTURA ESENTE SOPRA LA
      * SOGLIA DI LEGGE SULLA PARTE ESENTE) E' LA STESSA REGOLA CHE
      * ST-DOCUM APPLICA IN STAMPA E ST-BOLLOREND NEL RENDICONTO
      * TRIMESTRALE.
           move "   <DatiBollo>" to rec-xmlout.
           write rec-xmlout.
           move "    <BolloVirtuale>SI</BolloVirtuale>"
             into rec-xmlout
           end-string.
           write rec-xmlout.
           perform CERCA-ALIQUOTA-LINEA.
           move civ-aliquota(ws-civ-idx) to ws-imp-valore.
           perform FORMATTA-IMPORTO-XML.
           initialize rec-xmlout.
           string "    <AliquotaIVA>" delimited size
              move "    <Ritenuta>SI</Ritenuta>" to rec-xmlout
              write rec-xmlout
           end-if.
           if civ-aliquota(ws-civ-idx) = 0 and
              civ-natura(ws-civ-idx) not = spaces
              initialize rec-xmlout
              string "    <Natura>"           delimited size
                     civ-natura(ws-civ-idx)   delimited spaces
                     "</Natura>"              delimited size
                into rec-xmlout
              end-string
              write rec-xmlout
           move "   </DettaglioLinee>" to rec-xmlout.
           write rec-xmlout.

      ***---
      * RICERCA NEL CASTELLETTO DEL CODICE DELLA RIGA (A SPAZI VALE
      * QUELLO DI TESTATA); UN CODICE NON TROVATO (OLTRE LA DECIMA
      * ALIQUOTA) RICADE SU QUELLO DI TESTATA COME IN ST-CASTIVA.
       CERCA-ALIQUOTA-LINEA.
           move rfa-codiva to ws-codiva-riga.
           if ws-codiva-riga = spaces
              move tfa-iva to ws-codiva-riga
           end-if.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-codice(ws-civ-idx) = ws-codiva-riga
                 exit perform
              end-if
           end-perform.
           if ws-civ-idx > civ-num-aliq
              perform varying ws-civ-idx from 1 by 1
                        until ws-civ-idx > civ-num-aliq
                 if civ-codice(ws-civ-idx) = tfa-iva
                    exit perform
                 end-if
              end-perform
           end-if.
           if ws-civ-idx > civ-num-aliq
              move 1 to ws-civ-idx
           end-if.

      ***---
       SCRIVI-XML-RIEPILOGO.
      * UN BLOCCO DatiRiepilogo PER OGNI ALIQUOTA/NATURA DEL
      * CASTELLETTO. L'IMPONIBILE DELL'ALIQUOTA DI TESTATA COMPRENDE
      * IL CONTRIBUTO DI CASSA PREVIDENZIALE, CHE CONCORRE ALLA BASE
      * IVA.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              perform SCRIVI-XML-RIEPILOGO-ALIQUOTA
           end-perform.

      ***---
       SCRIVI-XML-RIEPILOGO-ALIQUOTA.
           move "   <DatiRiepilogo>" to rec-xmlout.
           write rec-xmlout.
           move civ-aliquota(ws-civ-idx) to ws-imp-valore.
           perform FORMATTA-IMPORTO-XML.
           initialize rec-xmlout.
           string "    <AliquotaIVA>" delimited size
             into rec-xmlout
           end-string.
           write rec-xmlout.
           if civ-aliquota(ws-civ-idx) = 0 and
              civ-natura(ws-civ-idx) not = spaces
              initialize rec-xmlout
              string "    <Natura>"           delimited size
                     civ-natura(ws-civ-idx)   delimited spaces
                     "</Natura>"              delimited size
                into rec-xmlout
              end-string
              write rec-xmlout
           end-if.
           move civ-imponibile(ws-civ-idx) to ws-imp-valore.
           perform FORMATTA-IMPORTO-XML.
           initialize rec-xmlout.
           string "    <ImponibileImporto>" delimited size
             into rec-xmlout
           end-string.
           write rec-xmlout.
           move civ-imposta(ws-civ-idx) to ws-imp-valore.
           perform FORMATTA-IMPORTO-XML.
           initialize rec-xmlout.
           string "    <Imposta>" delimited size
             into rec-xmlout
           end-string.
           write rec-xmlout.
      * SCISSIONE DEI PAGAMENTI: L'IMPOSTA LA VERSA IL COMMITTENTE
           if tfa-split and civ-aliquota(ws-civ-idx) not = 0
              move "    <EsigibilitaIVA>S</EsigibilitaIVA>"
                to rec-xmlout
              write rec-xmlout
           end-if.
           if civ-aliquota(ws-civ-idx) = 0 and
              civ-rif-normativo(ws-civ-idx) not = spaces
              move civ-rif-normativo(ws-civ-idx) to ws-esc-ingresso
              perform XML-ESCAPE
              initialize rec-xmlout
              inspect ws-esc-uscita replacing trailing spaces
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-FEPAXML"       to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close tfatture rfatture clienti codiva param feexport
