       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-rtinvio.
       AUTHOR.                          Andrea.
      ******************************************************************
      * INVIO DI UN CORRISPETTIVO (TCORRISP) AL REGISTRATORE
      * TELEMATICO DELLA POSTAZIONE PER L'EMISSIONE DEL DOCUMENTO
      * COMMERCIALE. IL COLLOQUIO PASSA DALLA CARTELLA DI SCAMBIO DEL
      * DRIVER DEL REGISTRATORE, INDICATA NELLA VARIABILE D'AMBIENTE
      * "RT-SCAMBIO" DELLA POSTAZIONE (OGNI CASSA HA IL SUO
      * REGISTRATORE; SENZA VARIABILE LA POSTAZIONE NON NE HA E NON
      * SI INVIA NULLA). LA RICHIESTA RT_AAAANNNNNN.REQ HA UNA RIGA
      * PER RECORD:
      *   DOC;RIFERIMENTO;DATA;OPERATORE
      *   RIG;DESCRIZIONE;QUANTITA;IMPORTO LORDO;ALIQUOTA;NATURA
      *   STO;DESCRIZIONE;IMPORTO LORDO;ALIQUOTA;NATURA (RIGHE IN
      *       STORNO, COME I BUONI REGALO)
      *   PAG;CONTANTI|ELETTRONICO;IMPORTO
      *   FIN
      * CON GLI IMPORTI IVA COMPRESA E IL PUNTO DECIMALE; GLI
      * ARROTONDAMENTI DELLO SCORPORO FINISCONO SULL'ULTIMA RIGA,
      * COSI' IL TOTALE BATTUTO E' SEMPRE TCO-IMPORTO-TOT. IL DRIVER
      * RISPONDE CON RT_AAAANNNNNN.RSP: "OK;NUMERO DOCUMENTO;
      * MATRICOLA" OPPURE "KO;CODICE;DESCRIZIONE". NUMERO O ERRORE
      * FINISCONO SUL TCORRISP (TCO-RT-*); UN DOCUMENTO GIA' EMESSO
      * NON SI REINVIA. LINK-ESITO: "OK" EMESSO (O GIA' EMESSO),
      * "KO" ERRORE O NESSUNA RISPOSTA, "NC" POSTAZIONE SENZA
      * REGISTRATORE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tcorrisp.sl".
           copy "rcorrisp.sl".
           copy "codiva.sl".
           select rtreq assign to ws-percorso-req
                  organization is line sequential
                  file status  is status-rtreq.
           select rtrsp assign to ws-percorso-rsp
                  organization is line sequential
                  file status  is status-rtrsp.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tcorrisp.fd".
           copy "rcorrisp.fd".
           copy "codiva.fd".

       fd  rtreq
           label record is omitted.
       01  rec-rtreq                   pic x(200).

       fd  rtrsp
           label record is omitted.
       01  rec-rtrsp                   pic x(200).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-tcorrisp       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-codiva         pic xx.
       77  status-rtreq          pic xx.
       77  status-rtrsp          pic xx.

      * ATTESA DELLA RISPOSTA: 78-MAX-ATTESE GIRI DA UN SECONDO
       78  78-max-attese         value 30.
       78  78-mezzo-contanti     value "Contanti".
       77  ws-millisecondi       pic 9(5) value 1000.
       77  ws-attesa             pic 9(3).

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 risposta-arrivata  value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-cartella           pic x(160).
       77  ws-percorso-req       pic x(200).
       77  ws-percorso-rsp       pic x(200).
       77  ws-nome-base          pic x(20).
       77  ws-riferimento        pic x(20).
       77  ws-numero-doc         pic 9(6).

      * RIGHE DEL DOCUMENTO CON L'IMPORTO LORDO GIA' CALCOLATO
       78  ws-max-righe          value 200.
       01  ws-rig-tab.
           05 ws-rig             occurs 200 times indexed by ws-ridx.
              10 ws-rig-descrizione   pic x(50).
              10 ws-rig-qta           pic 9(4).
              10 ws-rig-lordo         pic s9(7)v99.
              10 ws-rig-aliquota      pic 9(3)v99.
              10 ws-rig-natura        pic x(4).
       77  ws-num-righe          pic 9(3) value 0.
       77  ws-ultima-positiva    pic 9(3) value 0.
       77  ws-tot-righe          pic s9(7)v99.
       77  ws-codiva-riga        pic x(3).

      * RISPOSTA DEL REGISTRATORE
       77  ws-rsp-esito          pic x(2).
       77  ws-rsp-campo-1        pic x(60).
       77  ws-rsp-campo-2        pic x(60).

      * FORMATTAZIONE DEGLI IMPORTI (COME ST-SDDGEN)
       77  ws-imp-valore         pic s9(7)v99.
       77  ws-imp-assoluto       pic 9(7)v99.
       77  ws-imp-intero         pic 9(7).
       77  ws-imp-centesimi      pic 9(2).
       77  ws-imp-intero-x       pic x(7).
       77  ws-imp-testo          pic x(12).
       77  ws-aliq-testo         pic x(12).
       77  ws-qta-z              pic zzz9.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-numero           pic 9(6).
       77  link-operatore        pic x(10).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
           88 link-non-configurato value "NC".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-numero link-operatore
                                 link-esito.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) IL
      * REGISTRATORE NON SI TOCCA: PER IL CHIAMANTE E' COME SE NON
      * FOSSE CONFIGURATO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              set link-non-configurato to true
              goback
           end-if.
           perform INIT.
           if link-non-configurato
              goback
           end-if.
           perform OPEN-FILES.
           perform LEGGI-CORRISPETTIVO.
           if tutto-ok and not tco-rt-emesso
              perform CARICA-RIGHE
              perform SCRIVI-RICHIESTA
              if tutto-ok
                 perform ATTENDI-RISPOSTA
              end-if
              perform REGISTRA-ESITO
           end-if.
           perform CLOSE-FILES.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           move spaces to link-esito.
           accept ws-data-corrente from century-date.
           move spaces to ws-cartella.
           accept ws-cartella from environment "RT-SCAMBIO".
           if ws-cartella = spaces
              set link-non-configurato to true
           end-if.

      ***---
       OPEN-FILES.
           open i-o tcorrisp.
           open input rcorrisp codiva.

      ***---
       LEGGI-CORRISPETTIVO.
           move link-anno   to tco-anno.
           move link-numero to tco-numero.
           read tcorrisp
                invalid set tutto-ok to false
           end-read.

      ***---
      * IMPORTO LORDO DI RIGA = IMPONIBILE PIU' LA SUA IVA, CON IL
      * CODICE IVA DELLA RIGA O, A SPAZI, QUELLO DI TESTATA.
       CARICA-RIGHE.
           move 0 to ws-num-righe ws-ultima-positiva ws-tot-righe.
           move low-value  to rco-rec.
           move tco-chiave to rco-chiave-testa.
           start rcorrisp key >= rco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rcorrisp next no lock at end exit perform end-read
              if rco-chiave-testa not = tco-chiave
                 exit perform
              end-if
              if ws-num-righe < ws-max-righe
                 perform CARICA-RIGA
              end-if
           end-perform.
      * DIFFERENZA DI ARROTONDAMENTO SULL'ULTIMA RIGA POSITIVA
           if ws-ultima-positiva > 0 and
              ws-tot-righe not = tco-importo-tot
              compute ws-rig-lordo(ws-ultima-positiva) =
                      ws-rig-lordo(ws-ultima-positiva) +
                      tco-importo-tot - ws-tot-righe
           end-if.

      ***---
       CARICA-RIGA.
           move rco-codiva to ws-codiva-riga.
           if ws-codiva-riga = spaces
              move tco-iva to ws-codiva-riga
           end-if.
           move ws-codiva-riga to iva-codice.
           read codiva no lock
                invalid initialize rec-codiva
           end-read.
           add 1 to ws-num-righe.
           set ws-ridx to ws-num-righe.
           move rco-descrizione to ws-rig-descrizione(ws-ridx).
           move rco-qta         to ws-rig-qta(ws-ridx).
           if rco-qta = 0
              move 1 to ws-rig-qta(ws-ridx)
           end-if.
           compute ws-rig-lordo(ws-ridx) rounded =
                   rco-prz * ws-rig-qta(ws-ridx) *
                   (100 + iva-aliquota) / 100.
           move iva-aliquota    to ws-rig-aliquota(ws-ridx).
           move iva-natura      to ws-rig-natura(ws-ridx).
           add ws-rig-lordo(ws-ridx) to ws-tot-righe.
           if ws-rig-lordo(ws-ridx) > 0
              move ws-num-righe to ws-ultima-positiva
           end-if.

      ***---
       SCRIVI-RICHIESTA.
           initialize ws-nome-base.
           string "RT_"      delimited size
                  tco-anno   delimited size
                  tco-numero delimited size
             into ws-nome-base
           end-string.
           inspect ws-cartella replacing trailing spaces by low-value.
           initialize ws-percorso-req ws-percorso-rsp.
           string ws-cartella  delimited low-value
                  ws-nome-base delimited spaces
                  ".REQ"       delimited size
             into ws-percorso-req
           end-string.
           string ws-cartella  delimited low-value
                  ws-nome-base delimited spaces
                  ".RSP"       delimited size
             into ws-percorso-rsp
           end-string.
           inspect ws-cartella replacing trailing low-value by spaces.
      * UNA RISPOSTA RIMASTA DA UN TENTATIVO PRECEDENTE NON DEVE
      * ESSERE SCAMBIATA PER QUELLA DI QUESTO INVIO.
           call "C$DELETE" using ws-percorso-rsp, "S".

           open output rtreq.
           if status-rtreq not = "00"
              move "Cartella di scambio del registratore non trovata"
                to tco-rt-errore
              set tutto-ok to false
              exit paragraph
           end-if.

           move tco-numero to ws-numero-doc.
           if tco-numero-sez not = 0
              move tco-numero-sez to ws-numero-doc
           end-if.
           initialize ws-riferimento.
           string ws-numero-doc delimited size
                  "/"           delimited size
                  tco-anno      delimited size
             into ws-riferimento
           end-string.
           initialize rec-rtreq.
           string "DOC;"         delimited size
                  ws-riferimento delimited spaces
                  ";"            delimited size
                  tco-data-doc   delimited size
                  ";"            delimited size
                  link-operatore delimited spaces
             into rec-rtreq
           end-string.
           write rec-rtreq.

           perform varying ws-ridx from 1 by 1
                     until ws-ridx > ws-num-righe
              perform SCRIVI-RIGA-RICHIESTA
           end-perform.

           move tco-importo-tot to ws-imp-valore.
           perform FORMATTA-IMPORTO.
           initialize rec-rtreq.
           if tco-pagamento = spaces or
              tco-pagamento = 78-mezzo-contanti
              string "PAG;CONTANTI;" delimited size
                     ws-imp-testo    delimited spaces
                into rec-rtreq
              end-string
           else
              string "PAG;ELETTRONICO;" delimited size
                     ws-imp-testo       delimited spaces
                into rec-rtreq
              end-string
           end-if.
           write rec-rtreq.
           move "FIN" to rec-rtreq.
           write rec-rtreq.
           close rtreq.

      ***---
       SCRIVI-RIGA-RICHIESTA.
           move ws-rig-aliquota(ws-ridx) to ws-imp-valore.
           perform FORMATTA-IMPORTO.
           move ws-imp-testo to ws-aliq-testo.
           move ws-rig-lordo(ws-ridx) to ws-imp-valore.
           perform FORMATTA-IMPORTO.
           inspect ws-rig-descrizione(ws-ridx)
                   replacing all ";" by ",".
           inspect ws-rig-descrizione(ws-ridx)
                   replacing trailing spaces by low-value.
           initialize rec-rtreq.
           if ws-rig-lordo(ws-ridx) < 0
              string "STO;"                     delimited size
                     ws-rig-descrizione(ws-ridx) delimited low-value
                     ";"                        delimited size
                     ws-imp-testo               delimited spaces
                     ";"                        delimited size
                     ws-aliq-testo              delimited spaces
                     ";"                        delimited size
                     ws-rig-natura(ws-ridx)     delimited spaces
                into rec-rtreq
              end-string
           else
              move ws-rig-qta(ws-ridx) to ws-qta-z
              call "C$JUSTIFY" using ws-qta-z, "L"
              string "RIG;"                     delimited size
                     ws-rig-descrizione(ws-ridx) delimited low-value
                     ";"                        delimited size
                     ws-qta-z                   delimited spaces
                     ";"                        delimited size
                     ws-imp-testo               delimited spaces
                     ";"                        delimited size
                     ws-aliq-testo              delimited spaces
                     ";"                        delimited size
                     ws-rig-natura(ws-ridx)     delimited spaces
                into rec-rtreq
              end-string
           end-if.
           inspect ws-rig-descrizione(ws-ridx)
                   replacing trailing low-value by spaces.
           write rec-rtreq.

      ***---
      * IL DRIVER SCRIVE LA RISPOSTA QUANDO IL REGISTRATORE HA
      * CHIUSO IL DOCUMENTO: SI RIPROVA OGNI SECONDO FINO A
      * 78-MAX-ATTESE, COME I TENTATIVI DI ST-FBLOCK.
       ATTENDI-RISPOSTA.
           set risposta-arrivata to false.
           perform varying ws-attesa from 1 by 1
                     until ws-attesa > 78-max-attese or
                           risposta-arrivata
              open input rtrsp
              if status-rtrsp = "00"
                 read rtrsp
                      at end continue
                  not at end set risposta-arrivata to true
                 end-read
                 close rtrsp
              end-if
              if not risposta-arrivata
                 call "C$SLEEP" using ws-millisecondi
              end-if
           end-perform.
           if not risposta-arrivata
              move "Nessuna risposta dal registratore telematico"
                to tco-rt-errore
              set tutto-ok to false
              exit paragraph
           end-if.
           initialize ws-rsp-esito ws-rsp-campo-1 ws-rsp-campo-2.
           unstring rec-rtrsp delimited by ";"
                    into ws-rsp-esito ws-rsp-campo-1 ws-rsp-campo-2
           end-unstring.
           if ws-rsp-esito not = "OK"
              initialize tco-rt-errore
              string ws-rsp-campo-1 delimited spaces
                     " - "          delimited size
                     ws-rsp-campo-2 delimited size
                into tco-rt-errore
              end-string
              set tutto-ok to false
           end-if.

      ***---
       REGISTRA-ESITO.
           move ws-data-corrente to tco-rt-data-invio.
           if tutto-ok
              set  tco-rt-emesso  to true
              move ws-rsp-campo-1 to tco-rt-numero-doc
              move ws-rsp-campo-2 to tco-rt-matricola
              move spaces         to tco-rt-errore
           else
              set  tco-rt-in-errore to true
              move spaces           to tco-rt-numero-doc
              if tco-rt-errore = spaces
                 move "Errore del registratore telematico"
                   to tco-rt-errore
              end-if
           end-if.
           rewrite rec-tcorrisp
                   invalid continue
           end-rewrite.

      ***---
       FORMATTA-IMPORTO.
      * DA S9(7)V99 AL TESTO CON IL PUNTO DECIMALE, COME ST-SDDGEN.
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
       CLOSE-FILES.
           close tcorrisp rcorrisp codiva.
