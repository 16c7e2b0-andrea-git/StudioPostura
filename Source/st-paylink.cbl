       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-paylink.
       AUTHOR.                          Andrea.
      ******************************************************************
      * RICHIESTE DI PAGAMENTO TRAMITE LINK (PAY-BY-LINK) SULLE
      * FATTURE APERTE. LE FUNZIONI (LINK-FUNZIONE):
      *   "G" GENERA UNA RICHIESTA PER LA FATTURA LINK-ANNO/
      *       LINK-NUMERO: CON LINK-RATA A ZERO PER IL RESIDUO DELLA
      *       FATTURA (TOTALE MENO GLI INCASSI GIA' REGISTRATI, AL
      *       NETTO DELL'IVA SE IN SCISSIONE, COME ST-INCASSI),
      *       ALTRIMENTI PER L'IMPORTO DELLA RATA DI SCADENZE.
      *       SCRIVE NELLA CARTELLA LINK-CARTELLA IL FILE DI SCAMBIO
      *       PER IL GATEWAY DEL CIRCUITO (PAYLINK_NNNNNN.CSV:
      *       RIFERIMENTO;IMPORTO;CAUSALE;EMAIL;CELLULARE;LINK), LO
      *       REGISTRA SU PAYLINK IN STATO APERTO E LO SPEDISCE:
      *       CANALE "E" ACCODANDO IL FILE SU MAILQ (ST-MAILQ,
      *       FUNZIONE "P") ALL'EMAIL DEL CLIENTE, CANALE "S"
      *       AGGIUNGENDO UNA RIGA AL FILE DEL GATEWAY SMS NEL
      *       FORMATO DEI PROMEMORIA (VEDI ST-APPPROMEM), CON IL TESTO
      *       NELLA LINGUA DEL CLIENTE. IL LINK E' LINK-URL-BASE
      *       SEGUITO DAL RIFERIMENTO (PL + NUMERO DI RICHIESTA), CHE
      *       IL CIRCUITO RESTITUISCE NEGLI ESITI (ST-PAYLINKESITO).
      *       UNA RICHIESTA ANCORA APERTA SULLA STESSA FATTURA BLOCCA
      *       LA NUOVA, PER NON FAR PAGARE DUE VOLTE LA STESSA RATA.
      *       IL NUMERO ASSEGNATO TORNA IN LINK-RICHIESTA
      *   "X" ANNULLA LA RICHIESTA APERTA LINK-RICHIESTA: IL
      *       DOCUMENTO TORNA RICHIEDIBILE
      * OGNI RICHIESTA SPEDITA LASCIA UNA RIGA COMUNICAZIONI
      * (ST-COMLOG); PER L'EMAIL LA LASCIA IL DISPATCHER DI MAILQ.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "paylink.sl".
           copy "tfatture.sl".
           copy "scadenze.sl".
           copy "incassi.sl".
           copy "clienti.sl".
           select scambio assign to ws-percorso-scambio
                  organization is line sequential
                  file status  is status-scambio.
           select sms     assign to ws-percorso-sms
                  organization is line sequential
                  file status  is status-sms.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "paylink.fd".
           copy "tfatture.fd".
           copy "scadenze.fd".
           copy "incassi.fd".
           copy "clienti.fd".

       fd  scambio
           label record is omitted.
       01  rec-scambio                 pic x(400).

       fd  sms
           label record is omitted.
       01  rec-sms                     pic x(400).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "comlog.lks".

       77  status-paylink        pic xx.
       77  status-tfatture       pic xx.
       77  status-scadenze       pic xx.
       77  status-incassi        pic xx.
       77  status-clienti        pic xx.
       77  status-scambio        pic xx.
       77  status-sms            pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-percorso-scambio   pic x(260).
       77  ws-percorso-sms       pic x(200).
       77  ws-nome-file          pic x(60).
       77  ws-richiesta          pic 9(6).
       77  ws-richiesta-x        pic x(6).
       77  ws-riferimento        pic x(8).
       77  ws-link               pic x(200).
       77  ws-importo            pic s9(7)v99.
       77  ws-da-incassare       pic s9(9)v99.
       77  ws-totale-incassato   pic s9(9)v99.
       77  ws-causale            pic x(80).
       77  ws-messaggio          pic x(250).
       77  ws-numero-doc         pic 9(6).
       77  ws-importo-dply       pic ---.--9,99.

      * FORMATTAZIONE DELL'IMPORTO PER IL CIRCUITO (COME ST-SDDGEN)
       77  ws-imp-valore         pic s9(7)v99.
       77  ws-imp-assoluto       pic 9(7)v99.
       77  ws-imp-intero         pic 9(7).
       77  ws-imp-centesimi      pic 9(2).
       77  ws-imp-intero-x       pic x(7).
       77  ws-imp-testo          pic x(12).

      * ACCODAMENTO SU MAILQ (VEDI ST-MAILQ, FUNZIONE "P")
       77  ws-mlq-funzione       pic x value "P".
       77  ws-mlq-numero         pic 9(6).
       77  ws-mlq-doc-tipo       pic x value "L".
       77  ws-mlq-mese           pic 9(2) value 0.
       77  ws-mlq-destinatario   pic x(50).
       77  ws-mlq-oggetto        pic x(50).
       77  ws-mlq-cartella       pic x(160) value spaces.
       77  ws-mlq-gateway        pic x(200) value spaces.
       77  ws-mlq-stampante      pic x(200) value spaces.
       77  ws-mlq-esito          pic xx.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-genera        value "G".
           88 link-annulla       value "X".
       77  link-anno             pic 9(4).
       77  link-numero           pic 9(6).
       77  link-rata             pic 9(2).
       77  link-canale           pic x(1).
           88 link-canale-email  value "E".
           88 link-canale-sms    value "S".
       77  link-cartella         pic x(200).
       77  link-percorso-sms     pic x(200).
       77  link-url-base         pic x(120).
       77  link-operatore        pic x(20).
       77  link-richiesta        pic 9(6).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-anno link-numero
                                 link-rata link-canale link-cartella
                                 link-percorso-sms link-url-base
                                 link-operatore link-richiesta
                                 link-esito.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S" and link-genera
              set link-esito-ko to true
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-genera  perform GENERA-RICHIESTA
              when link-annulla perform ANNULLA-RICHIESTA
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           if link-genera
              if link-cartella = spaces
                 set tutto-ok to false
              end-if
              if not link-canale-email and not link-canale-sms
                 set tutto-ok to false
              end-if
              if link-canale-sms and link-percorso-sms = spaces
                 set tutto-ok to false
              end-if
           end-if.

      ***---
       OPEN-FILES.
           open i-o paylink.
           if status-paylink = "35"
              open output paylink
              close       paylink
              open i-o    paylink
           end-if.
           open input scadenze.
           if status-scadenze = "35"
              open output scadenze
              close       scadenze
              open input  scadenze
           end-if.
           open input incassi.
           if status-incassi = "35"
              open output incassi
              close       incassi
              open input  incassi
           end-if.
           open input tfatture clienti.

      ***---
       GENERA-RICHIESTA.
           perform LEGGI-FATTURA.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CALCOLA-IMPORTO.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CONTROLLA-RICHIESTA-APERTA.
           if not tutto-ok
              exit paragraph
           end-if.
           perform LEGGI-CLIENTE.
           if not tutto-ok
              exit paragraph
           end-if.
           perform ASSEGNA-NUMERO.
           perform COMPONI-CAUSALE.
           perform SCRIVI-FILE-SCAMBIO.
           if not tutto-ok
              exit paragraph
           end-if.
           perform REGISTRA-RICHIESTA.
           if not tutto-ok
              exit paragraph
           end-if.
           if link-canale-email
              perform ACCODA-EMAIL
           else
              perform SCRIVI-SMS
           end-if.
           move plk-richiesta to link-richiesta.

      ***---
       LEGGI-FATTURA.
           move link-anno   to tfa-anno.
           move link-numero to tfa-numero.
           read tfatture no lock
                invalid set tutto-ok to false
           end-read.
           if tutto-ok and tfa-pagata
              set tutto-ok to false
           end-if.

      ***---
      * LA RATA SI PRENDE DALLO SCADENZARIO ATTIVO, DOVE GLI INCASSI
      * GIA' REGISTRATI SONO SCALATI; SENZA RATA SI CHIEDE IL
      * RESIDUO DELLA FATTURA.
       CALCOLA-IMPORTO.
           move 0 to ws-importo.
           if link-rata not = 0
              move link-anno   to sca-anno
              move link-numero to sca-numero
              move link-rata   to sca-rata
              read scadenze no lock
                   invalid set tutto-ok to false
               not invalid move sca-importo to ws-importo
              end-read
           else
              perform SOMMA-INCASSI
              compute ws-importo =
                      ws-da-incassare - ws-totale-incassato
           end-if.
           if ws-importo <= 0
              set tutto-ok to false
           end-if.

      ***---
       SOMMA-INCASSI.
           move tfa-importo-tot to ws-da-incassare.
           if tfa-split
              subtract tfa-importo-iva from ws-da-incassare
           end-if.
           move 0 to ws-totale-incassato.
           move low-value   to inc-chiave.
           move link-anno   to inc-anno.
           move link-numero to inc-numero.
           start incassi key >= inc-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read incassi next no lock at end exit perform end-read
              if inc-anno   not = link-anno or
                 inc-numero not = link-numero
                 exit perform
              end-if
              add inc-importo to ws-totale-incassato
           end-perform.

      ***---
      * QUALUNQUE RICHIESTA APERTA SULLA FATTURA, PER LA FATTURA
      * INTERA O PER UNA SUA RATA, BLOCCA LA NUOVA.
       CONTROLLA-RICHIESTA-APERTA.
           move link-anno   to plk-anno.
           move link-numero to plk-numero.
           move 0           to plk-rata.
           start paylink key >= plk-documento
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read paylink next no lock at end exit perform end-read
              if plk-anno   not = link-anno or
                 plk-numero not = link-numero
                 exit perform
              end-if
              if plk-aperta
                 set tutto-ok to false
                 exit perform
              end-if
           end-perform.

      ***---
       LEGGI-CLIENTE.
           move tfa-cliente to cli-codice.
           read clienti no lock
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           if link-canale-email and cli-email = spaces
              set tutto-ok to false
           end-if.
           if link-canale-sms and cli-cell = spaces
              set tutto-ok to false
           end-if.

      ***---
      * IL RECORD A RICHIESTA ZERO TIENE L'ULTIMO NUMERO ASSEGNATO.
       ASSEGNA-NUMERO.
           move 0 to plk-richiesta.
           read paylink
                invalid
                   initialize rec-paylink
                   move 0 to plk-richiesta plk-numero
                   add 1 to plk-numero
                   write rec-paylink
                         invalid continue
                   end-write
            not invalid
                   add 1 to plk-numero
                   rewrite rec-paylink
                           invalid continue
                   end-rewrite
           end-read.
           move plk-numero   to ws-richiesta.
           move ws-richiesta to ws-richiesta-x.
           initialize ws-riferimento.
           string "PL"           delimited size
                  ws-richiesta-x delimited size
             into ws-riferimento
           end-string.
           move spaces to ws-link.
           if link-url-base not = spaces
              inspect link-url-base
                      replacing trailing spaces by low-value
              string link-url-base  delimited low-value
                     ws-riferimento delimited size
                into ws-link
              end-string
              inspect link-url-base
                      replacing trailing low-value by spaces
           end-if.

      ***---
       COMPONI-CAUSALE.
           move tfa-numero to ws-numero-doc.
           if tfa-numero-sez not = 0
              move tfa-numero-sez to ws-numero-doc
           end-if.
           initialize ws-causale.
           if cli-lingua-inglese
              if link-rata = 0
                 string "Invoice "    delimited size
                        ws-numero-doc delimited size
                        "/"           delimited size
                        tfa-anno      delimited size
                   into ws-causale
                 end-string
              else
                 string "Invoice "    delimited size
                        ws-numero-doc delimited size
                        "/"           delimited size
                        tfa-anno      delimited size
                        " instalment " delimited size
                        link-rata     delimited size
                   into ws-causale
                 end-string
              end-if
           else
              if link-rata = 0
                 string "Fattura "    delimited size
                        ws-numero-doc delimited size
                        "/"           delimited size
                        tfa-anno      delimited size
                   into ws-causale
                 end-string
              else
                 string "Fattura "    delimited size
                        ws-numero-doc delimited size
                        "/"           delimited size
                        tfa-anno      delimited size
                        " rata "      delimited size
                        link-rata     delimited size
                   into ws-causale
                 end-string
              end-if
           end-if.

      ***---
       SCRIVI-FILE-SCAMBIO.
           initialize ws-nome-file.
           string "PAYLINK_"     delimited size
                  ws-richiesta-x delimited size
                  ".csv"         delimited size
             into ws-nome-file
           end-string.
           initialize ws-percorso-scambio.
           inspect link-cartella replacing trailing spaces by low-value.
           string link-cartella delimited low-value
                  ws-nome-file  delimited spaces
             into ws-percorso-scambio
           end-string.
           inspect link-cartella replacing trailing low-value by spaces.
           open output scambio.
           if status-scambio not = "00"
              set tutto-ok to false
              exit paragraph
           end-if.
           move ws-importo to ws-imp-valore.
           perform FORMATTA-IMPORTO.
           inspect ws-causale replacing trailing spaces by low-value.
           inspect cli-email  replacing trailing spaces by low-value.
           inspect cli-cell   replacing trailing spaces by low-value.
           initialize rec-scambio.
           string ws-riferimento delimited size
                  ";"            delimited size
                  ws-imp-testo   delimited spaces
                  ";"            delimited size
                  ws-causale     delimited low-value
                  ";"            delimited size
                  cli-email      delimited low-value
                  ";"            delimited size
                  cli-cell       delimited low-value
                  ";"            delimited size
                  ws-link        delimited spaces
             into rec-scambio
           end-string.
           inspect ws-causale replacing trailing low-value by spaces.
           inspect cli-email  replacing trailing low-value by spaces.
           inspect cli-cell   replacing trailing low-value by spaces.
           write rec-scambio.
           close scambio.

      ***---
       REGISTRA-RICHIESTA.
           initialize rec-paylink.
           move ws-richiesta     to plk-richiesta.
           move link-anno        to plk-anno.
           move link-numero      to plk-numero.
           move link-rata        to plk-rata.
           move tfa-cliente      to plk-cliente.
           move ws-importo       to plk-importo.
           move ws-causale       to plk-causale.
           move cli-email        to plk-email.
           move cli-cell         to plk-cellulare.
           move link-canale      to plk-canale.
           set  plk-aperta       to true.
           move ws-data-corrente to plk-data-richiesta.
           move ws-nome-file     to plk-nome-file.
           move link-operatore   to plk-operatore.
           write rec-paylink
                 invalid set tutto-ok to false
             not invalid
                 set aul-inserimento to true
                 move spaces     to aul-valore-precedente
                 move plk-stato  to aul-valore-nuovo
                 perform AUDIT-RICHIESTA
           end-write.

      ***---
       ACCODA-EMAIL.
           move cli-email to ws-mlq-destinatario.
           initialize ws-mlq-oggetto.
           if cli-lingua-inglese
              string "Payment request " delimited size
                     ws-riferimento     delimited size
                into ws-mlq-oggetto
              end-string
           else
              string "Richiesta di pagamento " delimited size
                     ws-riferimento            delimited size
                into ws-mlq-oggetto
              end-string
           end-if.
           call "st-mailq" using ws-mlq-funzione ws-mlq-numero
                                 ws-mlq-doc-tipo link-anno
                                 link-numero ws-mlq-mese
                                 ws-mlq-destinatario ws-mlq-oggetto
                                 ws-mlq-cartella ws-mlq-gateway
                                 ws-mlq-stampante link-operatore
                                 ws-mlq-esito cli-codice
                                 ws-percorso-scambio.
           cancel "st-mailq".
           if ws-mlq-esito not = "OK"
              set tutto-ok to false
           end-if.

      ***---
      * STESSO TRACCIATO DEI PROMEMORIA (CELLULARE;EMAIL;ORA;TESTO):
      * IL FILE SI ALLUNGA, NON SI RISCRIVE, COSI' RICHIESTE E
      * PROMEMORIA DELLA GIORNATA PARTONO INSIEME.
       SCRIVI-SMS.
           move link-percorso-sms to ws-percorso-sms.
           open extend sms.
           if status-sms = "35"
              open output sms
           end-if.
           if status-sms not = "00"
              set tutto-ok to false
              exit paragraph
           end-if.
           move ws-importo to ws-importo-dply.
           inspect cli-ragsoc replacing trailing spaces by low-value.
           inspect ws-causale replacing trailing spaces by low-value.
           initialize ws-messaggio.
           if cli-lingua-inglese
              string "Dear "          delimited size
                     cli-ragsoc       delimited low-value
                     ", you can pay "  delimited size
                     ws-causale       delimited low-value
                     " (EUR"          delimited size
                     ws-importo-dply  delimited size
                     ") by card at "  delimited size
                     ws-link          delimited spaces
                     " - ref. "       delimited size
                     ws-riferimento   delimited size
                into ws-messaggio
              end-string
           else
              string "Gentile "       delimited size
                     cli-ragsoc       delimited low-value
                     ", puo' pagare "  delimited size
                     ws-causale       delimited low-value
                     " (EUR"          delimited size
                     ws-importo-dply  delimited size
                     ") con carta su " delimited size
                     ws-link          delimited spaces
                     " - rif. "       delimited size
                     ws-riferimento   delimited size
                into ws-messaggio
              end-string
           end-if.
           inspect cli-ragsoc replacing trailing low-value by spaces.
           inspect ws-causale replacing trailing low-value by spaces.

           inspect cli-cell     replacing trailing spaces by low-value.
           inspect cli-email    replacing trailing spaces by low-value.
           inspect ws-messaggio replacing trailing spaces by low-value.
           initialize rec-sms.
           string cli-cell      delimited low-value
                  ";"           delimited size
                  cli-email     delimited low-value
                  ";"           delimited size
                  ";"           delimited size
                  ws-messaggio  delimited low-value
             into rec-sms
           end-string.
           inspect cli-cell     replacing trailing low-value by spaces.
           inspect cli-email    replacing trailing low-value by spaces.
           write rec-sms.
           close sms.
           perform REGISTRA-CONTATTO.

      ***---
       REGISTRA-CONTATTO.
           initialize comlog-link.
           move cli-codice          to cml-cliente.
           set  cml-altro           to true.
           move "Richiesta di pagamento tramite link" to cml-oggetto.
           initialize cml-note.
           string ws-riferimento    delimited size
                  " - "             delimited size
                  ws-causale        delimited "  "
             into cml-note
           end-string.
           move link-operatore      to cml-operatore.
           call "st-comlog" using comlog-link.

      ***---
       ANNULLA-RICHIESTA.
           move link-richiesta to plk-richiesta.
           if plk-richiesta = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           read paylink
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           if not plk-aperta
              set tutto-ok to false
              exit paragraph
           end-if.
           move plk-stato to aul-valore-precedente.
           set plk-annullata to true.
           move ws-data-corrente to plk-data-esito.
           rewrite rec-paylink
                   invalid set tutto-ok to false
               not invalid
                   set aul-modifica to true
                   move plk-stato  to aul-valore-nuovo
                   perform AUDIT-RICHIESTA
           end-rewrite.

      ***---
       AUDIT-RICHIESTA.
           move "ST-PAYLINK"            to aul-programma.
           move "PAYLINK"               to aul-file-dati.
           move plk-chiave              to aul-chiave-record.
           move "PLK-STATO"             to aul-campo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

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
           close paylink tfatture scadenze incassi clienti.
