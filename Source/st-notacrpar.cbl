      * SE ANCHE UNA SOLA SELEZIONE ECCEDE, NON VIENE SCRITTO NULLA.
      * LA NUOVA NOTA RICEVE IL PRIMO NUMERO LIBERO DELL'ANNO IN
      * CORSO SU TNOTACR, COME FA ST-CORRFATT PER LE FATTURE.
      * SULLE RIGHE DI ARTICOLI MERCE IL CHIAMANTE DICE SE C'E'
      * RIENTRO FISICO (LINK-SEL-RIENTRO "S"), IN CHE STATO E'
      * TORNATA LA MERCE (LINK-SEL-STATO "R" RIVENDIBILE, "E" DA
      * ELIMINARE) E PERCHE' (LINK-SEL-MOTIVO, TABELLA MOTIVIRESO).
      * A NOTA SCRITTA LA MERCE RIENTRA IN MAGAZZINO (ST-MOVMAG,
      * CARICO DI RESO) SUL LOTTO DELLO SCARICO DELLA FATTURA; QUELLA
      * DA ELIMINARE NE RIESCE SUBITO CON UNA RETTIFICA SULLO STESSO
      * LOTTO. OGNI RIENTRO VA SUL REGISTRO RESI (VEDI ST-RESIREP).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "rfatture.sl".
           copy "tnotacr.sl".
           copy "rnotacr.sl".
           copy "clienti.sl".
           copy "param.sl".
           copy "articoli.sl".
           copy "movmag.sl".
           copy "tfatacq.sl".
           copy "motivireso.sl".
           copy "resi.sl".

      *****************************************************************
       DATA DIVISION.
           copy "rfatture.fd".
           copy "tnotacr.fd".
           copy "rnotacr.fd".
           copy "clienti.fd".
           copy "param.fd".
           copy "articoli.fd".
           copy "movmag.fd".
           copy "tfatacq.fd".
           copy "motivireso.fd".
           copy "resi.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-tnotacr        pic xx.
       77  status-rnotacr        pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.
       77  status-articoli       pic xx.
       77  status-movmag         pic xx.
       77  status-tfatacq        pic xx.
       77  status-motivireso     pic xx.
       77  status-resi           pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
      * IVA ARROTONDATA CON LA REGOLA CONFIGURATA SU PARAM, COME
      * ST-DOCUM (CALCOLA-IVA-ARROTONDATA): SENZA, SU UNO STUDIO A
      * REGOLA "SEMPRE SU"/"SEMPRE GIU'" LA NOTA GENERATA NON
      * PASSEREBBE MAI IL CONTROLLO DI STAMPA. IL CALCOLO E' PER
      * ALIQUOTA SULLE RIGHE DELLA NOTA (VEDI ST-CASTIVA), CHE
      * EREDITANO IL CODICE IVA DELLE RIGHE DELLA FATTURA STORNATA.
       77  ws-iva-arrotondata    pic s9(7)v99   value 0.
           copy "castiva.lks".

      * NUMERAZIONE SEZIONALE (VEDI ST-NUMDOC): LA NOTA DI CREDITO
      * SEGUE IL SEZIONALE DELLA FATTURA STORNATA
       77  ws-anno-password      pic x(10) value spaces.
       77  ws-anno-esito         pic xx.

      * RIENTRO DELLA MERCE RESA (VEDI REGISTRA-RESI)
       77  ws-res-lotto          pic x(15).
       77  ws-res-fornitore      pic x(6).
       77  ws-fatt-numero-ed     pic 9(6).
       77  ws-mag-funzione       pic x(1).
       77  ws-mag-qta            pic s9(5).
       77  ws-mag-costo          pic s9(5)v99 value 0.
       77  ws-mag-doc-tipo       pic x(1).
       77  ws-mag-note           pic x(50).
       77  ws-mag-giacenza       pic s9(7).
       77  ws-mag-esito          pic xx.
       77  ws-mag-lotto          pic x(15).
       77  ws-mag-scad-lotto     pic 9(8)  value 0.
       77  ws-mag-codice-letto   pic x(20) value spaces.

       LINKAGE SECTION.
       77  link-fatt-anno        pic 9(4).
       77  link-fatt-numero      pic 9(6).
              10 link-sel-progressivo pic 9(4).
              10 link-sel-qta         pic 9(4).
              10 link-sel-importo     pic s9(7)v99.
      * RIENTRO FISICO DELLA MERCE (SOLO RIGHE A QUANTITA' DI
      * ARTICOLI MERCE): "S" = RIENTRA, ALTRIMENTI NIENTE MAGAZZINO
              10 link-sel-rientro     pic x(1).
                 88 link-sel-rientra  value "S".
              10 link-sel-stato       pic x(1).
                 88 link-sel-rivendibile  value "R".
                 88 link-sel-da-eliminare value "E".
              10 link-sel-motivo      pic x(4).
       77  link-operatore        pic x(20).
       77  link-nc-anno          pic 9(4).
       77  link-nc-numero        pic 9(6).

      ***---
       OPEN-FILES.
           open input tfatture rfatture clienti param articoli
                      movmag tfatacq motivireso.
           open i-o   tnotacr rnotacr.
           open i-o resi.
           if status-resi = "35"
              open output resi
              close       resi
              open i-o    resi
           end-if.

      ***---
       LEGGI-FATTURA.
                 set tutto-ok to false
              end-if
           end-if.
           if tutto-ok and link-sel-rientra(ws-sel-idx)
              perform CONTROLLA-RIENTRO
           end-if.

      ***---
      * IL RIENTRO HA SENSO SOLO PER PEZZI DI UN ARTICOLO MERCE, CON
      * UNO STATO VALIDO E UN MOTIVO ATTIVO DELLA TABELLA.
       CONTROLLA-RIENTRO.
           if rfa-qta = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           move rfa-articolo to art-codice.
           read articoli no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not art-merce
              set tutto-ok to false
              exit paragraph
           end-if.
           if not link-sel-rivendibile(ws-sel-idx) and
              not link-sel-da-eliminare(ws-sel-idx)
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-sel-motivo(ws-sel-idx) to mtr-codice.
           read motivireso no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not mtr-attivo-si
              set tutto-ok to false
           end-if.

      ***---
       CALCOLA-GIA-ACCREDITATO.
           if tutto-ok
              move ws-anno-corrente to link-nc-anno
              move ws-nuovo-numero  to link-nc-numero
              perform REGISTRA-RESI
           end-if.

      ***---
           move ws-progressivo   to rno-progressivo.
           move rfa-articolo     to rno-articolo.
           move rfa-descrizione  to rno-descrizione.
           move rfa-codiva       to rno-codiva.
           if rfa-qta = 0
              move 0 to rno-qta
              move link-sel-importo(ws-sel-idx) to rno-prz

      ***---
       GENERA-TESTATA.
           perform CALCOLA-IVA-ARROTONDATA.
           move ws-iva-arrotondata to ws-importo-iva.
           initialize rec-tnotacr.
           move ws-anno-corrente  to tno-anno.
           move ws-nuovo-numero   to tno-numero.
      ***---
      * STESSA REGOLA DI ST-DOCUM: PROFILO PARAM DELLA SEDE DEL
      * CLIENTE (CON RICADUTA SUL PROFILO PRINCIPALE) APPLICATO
      * ALL'IVA CALCOLATA SULLE RIGHE DELLA NOTA.
       CALCOLA-IVA-ARROTONDATA.
           move tfa-cliente to cli-codice.
           read clienti no lock
                        invalid initialize rec-param
                   end-read
           end-read.
           initialize castiva-link.
           set  civ-calcola              to true.
           set  civ-notacr               to true.
           move ws-anno-corrente         to civ-anno.
           move ws-nuovo-numero          to civ-numero.
           move tfa-iva                  to civ-iva-testata.
           move prm-regola-arrotonda-iva to civ-regola-arrotonda.
           call   "st-castiva" using castiva-link.
           cancel "st-castiva".
           move civ-tot-imposta to ws-iva-arrotondata.

      ***---
       AUDIT-NOTA-GENERATA.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
      * A NOTA SCRITTA, LE RIGHE CON RIENTRO FISICO: LA RIGA DELLA
      * NOTA HA IL PROGRESSIVO DELLA SELEZIONE (VEDI GENERA-RIGHE).
      * UN MOVIMENTO RIFIUTATO DA ST-MOVMAG NON DISFA LA NOTA, GIA'
      * EMESSA: IL RESO RESTA SUL REGISTRO CON ESITO "KO" E FINISCE
      * SUL GIORNALE DEGLI ERRORI.
       REGISTRA-RESI.
           perform varying ws-sel-idx from 1 by 1
                     until ws-sel-idx > link-num-selezioni
              if link-sel-rientra(ws-sel-idx)
                 move link-fatt-anno   to rfa-anno
                 move link-fatt-numero to rfa-numero
                 move link-sel-progressivo(ws-sel-idx)
                   to rfa-progressivo
                 read rfatture no lock
                      invalid continue
                  not invalid perform REGISTRA-RESO-RIGA
                 end-read
              end-if
           end-perform.

      ***---
       REGISTRA-RESO-RIGA.
           perform CERCA-LOTTO-SCARICO.
           perform CERCA-FORNITORE-LOTTO.
           move link-fatt-numero to ws-fatt-numero-ed.
           initialize ws-mag-note.
           string "Reso da fattura " delimited size
                  ws-fatt-numero-ed  delimited size
                  "/"                delimited size
                  link-fatt-anno     delimited size
             into ws-mag-note
           end-string.
           move "E"          to ws-mag-funzione.
           move link-sel-qta(ws-sel-idx) to ws-mag-qta.
           perform MOVIMENTA-RESO.
           if ws-mag-esito = "OK" and
              link-sel-da-eliminare(ws-sel-idx)
              initialize ws-mag-note
              string "Eliminazione merce resa, fattura "
                                    delimited size
                     ws-fatt-numero-ed  delimited size
                     "/"                delimited size
                     link-fatt-anno     delimited size
                into ws-mag-note
              end-string
              move "R" to ws-mag-funzione
              compute ws-mag-qta = link-sel-qta(ws-sel-idx) * -1
              perform MOVIMENTA-RESO
           end-if.
           initialize rec-resi.
           move ws-anno-corrente   to res-nc-anno.
           move ws-nuovo-numero    to res-nc-numero.
           move ws-sel-idx         to res-progressivo.
           move ws-data-corrente   to res-data.
           move tfa-cliente        to res-cliente.
           move link-fatt-anno     to res-fatt-anno.
           move link-fatt-numero   to res-fatt-numero.
           move rfa-articolo       to res-articolo.
           move ws-res-lotto       to res-lotto.
           move link-sel-qta(ws-sel-idx)    to res-qta.
           move link-sel-stato(ws-sel-idx)  to res-stato.
           move link-sel-motivo(ws-sel-idx) to res-motivo.
           move ws-res-fornitore   to res-fornitore.
           move ws-mag-esito       to res-esito-magazzino.
           move link-operatore     to res-operatore.
           write rec-resi
                 invalid continue
           end-write.
           if ws-mag-esito not = "OK"
              perform REGISTRA-ERRORE-RESO
           end-if.

      ***---
       MOVIMENTA-RESO.
           move "N"          to ws-mag-doc-tipo.
           move 0            to ws-mag-costo ws-mag-scad-lotto.
           move ws-res-lotto to ws-mag-lotto.
           move spaces       to ws-mag-codice-letto.
           call "st-movmag" using ws-mag-funzione rfa-articolo
                                  ws-mag-qta ws-mag-costo
                                  ws-mag-doc-tipo ws-anno-corrente
                                  ws-nuovo-numero ws-mag-note
                                  link-operatore ws-mag-giacenza
                                  ws-mag-esito
                                  ws-mag-lotto ws-mag-scad-lotto
                                  ws-mag-codice-letto.
           cancel "st-movmag".

      ***---
      * IL LOTTO DA CUI LA MERCE ERA USCITA E' SULLO SCARICO DELLA
      * FATTURA. SE LO SCARICO HA ATTINTO DA PIU' LOTTI ("VARI") NON
      * SI SA QUALE PEZZO TORNA: IL RESO MUOVE LA SOLA GIACENZA.
       CERCA-LOTTO-SCARICO.
           move spaces       to ws-res-lotto.
           move low-value    to mov-chiave.
           move rfa-articolo to mov-articolo.
           start movmag key >= mov-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read movmag next at end exit perform end-read
              if mov-articolo not = rfa-articolo
                 exit perform
              end-if
              if mov-scarico and mov-doc-tipo = "F" and
                 mov-doc-anno   = link-fatt-anno and
                 mov-doc-numero = link-fatt-numero
                 if mov-lotto not = "VARI"
                    move mov-lotto to ws-res-lotto
                 end-if
                 exit perform
              end-if
           end-perform.

      ***---
      * IL FORNITORE DEL LOTTO E' QUELLO DELLA FATTURA DI ACQUISTO SU
      * CUI IL LOTTO E' STATO CARICATO (DOC-TIPO "A").
       CERCA-FORNITORE-LOTTO.
           move spaces to ws-res-fornitore.
           if ws-res-lotto = spaces
              exit paragraph
           end-if.
           move low-value    to mov-chiave.
           move rfa-articolo to mov-articolo.
           start movmag key >= mov-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read movmag next at end exit perform end-read
              if mov-articolo not = rfa-articolo
                 exit perform
              end-if
              if mov-carico and mov-doc-tipo = "A" and
                 mov-lotto = ws-res-lotto
                 move mov-doc-anno   to fac-anno
                 move mov-doc-numero to fac-protocollo
                 read tfatacq no lock
                      invalid continue
                  not invalid move fac-fornitore to ws-res-fornitore
                 end-read
                 exit perform
              end-if
           end-perform.

      ***---
       REGISTRA-ERRORE-RESO.
           initialize errlog-link.
           move "ST-NOTACRPAR"       to ell-programma.
           move "REGISTRA-RESO-RIGA" to ell-paragrafo.
           set ell-errore-altro      to true.
           move "MOVMAG"             to ell-file.
           move res-chiave           to ell-chiave.
           move "Rientro della merce resa non registrato a magazzino"
             to ell-messaggio.
           move link-operatore       to ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close tfatture rfatture tnotacr rnotacr
                 clienti param articoli movmag tfatacq motivireso
                 resi.
