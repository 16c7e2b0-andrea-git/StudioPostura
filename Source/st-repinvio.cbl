       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-repinvio.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PASSO DEL PIANO NOTTURNO (ST-NOTTURNO) CHE SPEDISCE I REPORT
      * PERIODICI AGLI ABBONATI (REPABB, VEDI ST-REPABB): PER OGNI
      * ABBONAMENTO ATTIVO CON UNA DATA DOVUTA NON ANCORA EVASA
      * PRODUCE IL PDF DEL REPORT SUL PERIODO RELATIVO A QUELLA DATA
      * E LO ACCODA SU MAILQ (ST-MAILQ, FUNZIONE "R") A OGNI
      * DESTINATARIO. PARAMETRO1 = CARTELLA DEI PDF, COL SEPARATORE
      * FINALE; PARAMETRO2 = STAMPANTE PDF PER LO SPOOLER. IL PDF E
      * LA SEDE ARRIVANO AI REPORT NELLE VARIABILI D'AMBIENTE
      * "STAMPA-PDF" E "STAMPA-SEDE" (ST-OBIETTIVIREP HA IL PERCORSO
      * NEL COLLEGAMENTO). L'ESITO DI OGNI ABBONAMENTO RESTA SU
      * REPABB E FINISCE NELLA STAMPA DEL MATTINO; SE ANCHE UNO SOLO
      * FALLISCE IL PASSO E' FALLITO ANCHE SU ESIBATCH ("ESITO-PASSO"
      * A "KO") E L'ERRORE VA SUL GIORNALE DEGLI ERRORI. UN
      * ABBONAMENTO FALLITO NON SI DA' PER EVASO: CI SI RIPROVA LA
      * NOTTE DOPO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "repabb.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "repabb.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-repabb         pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 report-fallito     value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-dovuta        pic 9(8).
       77  ws-seriale-dovuta     pic 9(9).
       77  ws-giorno-sett        pic 9(1).
       77  ws-sett-quoz          pic 9(9).
       77  ws-idx                pic 9(2).
       77  ws-num-falliti        pic 9(4) value 0.
       77  ws-cartella           pic x(160).
       77  ws-stampante          pic x(200).
       77  ws-percorso-pdf       pic x(200).
       77  ws-esito-call         pic s9(9) comp-5.
       01  ws-file-info.
           05 ws-info-dimensione pic x(8) comp-x.
           05 ws-info-data       pic 9(8) comp-x.
           05 ws-info-ora        pic 9(8) comp-x.

      * PERIODO DEL REPORT (ST-RIEPILOGO LO VUOLE IN UN GRUPPO)
       01  ws-periodo.
           05 ws-data-da         pic 9(8).
           05 ws-data-a          pic 9(8).
       77  ws-anno               pic 9(4).
       77  ws-mese               pic 9(2).
       77  ws-data-da-dply       pic x(10).
       77  ws-data-a-dply        pic x(10).

      * ACCODAMENTO SU MAILQ (VEDI ST-MAILQ, FUNZIONE "R")
       77  ws-mlq-funzione       pic x value "R".
       77  ws-mlq-numero         pic 9(6).
       77  ws-mlq-doc-tipo       pic x value "R".
       77  ws-mlq-anno           pic 9(4).
       77  ws-mlq-doc-numero     pic 9(6).
       77  ws-mlq-mese           pic 9(2) value 0.
       77  ws-mlq-destinatario   pic x(50).
       77  ws-mlq-oggetto        pic x(50).
       77  ws-mlq-cartella       pic x(160) value spaces.
       77  ws-mlq-gateway        pic x(200) value spaces.
       77  ws-mlq-stampante      pic x(200) value spaces.
       77  ws-mlq-operatore      pic x(20) value "ST-NOTTURNO".
       77  ws-mlq-esito          pic xx.
       77  ws-mlq-cliente        pic x(6) value spaces.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

      * CONVERSIONE DATE SUL CALENDARIO VERO, COME ST-PRIMADISP
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 000.
           05 filler pic 9(3) value 031.
           05 filler pic 9(3) value 059.
           05 filler pic 9(3) value 090.
           05 filler pic 9(3) value 120.
           05 filler pic 9(3) value 151.
           05 filler pic 9(3) value 181.
           05 filler pic 9(3) value 212.
           05 filler pic 9(3) value 243.
           05 filler pic 9(3) value 273.
           05 filler pic 9(3) value 304.
           05 filler pic 9(3) value 334.
       01  filler redefines ws-giorni-cumulati-tab.
           05 ws-giorni-cumulati occurs 12 times pic 9(3).

       01  ws-giorni-mese-tab.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01  filler redefines ws-giorni-mese-tab.
           05 ws-giorni-mese occurs 12 times pic 9(2).

       77  ws-cal-data           pic 9(8).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-seriale        pic 9(9).
       77  ws-cal-resto          pic 9(9).
       77  ws-cal-bisestili      pic 9(9).
       77  ws-cal-quoz           pic 9(9).
       77  ws-cal-giorni-anno    pic 9(3).
       77  ws-cal-anno-rif       pic 9(4).
       77  ws-cal-quarti         pic 9(9).
       77  ws-cal-centesimi      pic 9(9).
       77  ws-cal-quattrocent    pic 9(9).
       77  ws-cal-bis-quoz       pic 9(9).
       77  ws-cal-bis-resto      pic 9(9).
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

       LINKAGE SECTION.
      * I DUE PARAMETRI DEL PIANO NOTTURNO (VEDI BATCHJOB)
       77  link-cartella         pic x(200).
       77  link-stampante        pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-cartella link-stampante.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              perform ESEGUI-ABBONAMENTI
              perform CLOSE-FILES
           end-if.
           if not tutto-ok or ws-num-falliti > 0
              set environment "ESITO-PASSO" to "KO"
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           initialize errlog-link.
           move 0 to ws-num-falliti.
           accept ws-data-corrente from century-date.
           move link-cartella  to ws-cartella.
           move link-stampante to ws-stampante.
           if ws-cartella = spaces or ws-stampante = spaces
              set tutto-ok to false
              move "Cartella o stampante PDF non indicate"
                to ell-messaggio
              perform REGISTRA-ERRORE
           end-if.

      ***---
       OPEN-FILES.
           open i-o repabb.
           if status-repabb = "35"
              open output repabb
              close       repabb
              open i-o    repabb
           end-if.
           if status-repabb not = "00"
              set tutto-ok to false
              move "REPABB"      to ell-file
              move status-repabb to ell-status
              set ell-errore-file to true
              move "Abbonamenti ai report non disponibili"
                to ell-messaggio
              perform REGISTRA-ERRORE
           end-if.

      ***---
       ESEGUI-ABBONAMENTI.
           move low-value to rab-codice.
           start repabb key >= rab-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read repabb next at end exit perform end-read
              if rab-attivo
                 perform CALCOLA-DATA-DOVUTA
                 if rab-data-evasa < ws-data-dovuta
                    perform ESEGUI-ABBONAMENTO
                 end-if
              end-if
           end-perform.

      ***---
      * L'ULTIMO LUNEDI' (OGGI COMPRESO), L'ULTIMO PRIMO DEL MESE O
      * OGGI: SE LA NOTTE DOVUTA E' SALTATA SI RECUPERA ADESSO, SUL
      * PERIODO DI ALLORA.
       CALCOLA-DATA-DOVUTA.
           move ws-data-corrente to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           evaluate true
           when rab-settimanale
                perform CALCOLA-GIORNO-SETTIMANA
                subtract ws-giorno-sett from ws-cal-seriale
                add 1 to ws-cal-seriale
                perform CONVERTI-SERIALE-A-DATA
                move ws-cal-data to ws-data-dovuta
           when rab-mensile
                move ws-data-corrente to ws-data-dovuta
                move "01"             to ws-data-dovuta(7:2)
           when other
                move ws-data-corrente to ws-data-dovuta
           end-evaluate.

      ***---
      * IL GIORNO 1 DEL CALENDARIO (1 GENNAIO DELL'ANNO 1) E' UN
      * LUNEDI': 1 = LUNEDI' ... 7 = DOMENICA
       CALCOLA-GIORNO-SETTIMANA.
           compute ws-sett-quoz = ws-cal-seriale - 1.
           divide ws-sett-quoz by 7
                  giving ws-sett-quoz remainder ws-giorno-sett.
           add 1 to ws-giorno-sett.

      ***---
       ESEGUI-ABBONAMENTO.
           set report-fallito to false.
           perform CALCOLA-PERIODO.
           perform COMPONI-PERCORSO-PDF.
           perform PRODUCI-REPORT.
           if not report-fallito
              perform CONTROLLA-PDF
           end-if.
           if not report-fallito
              perform ACCODA-DESTINATARI
           end-if.
           move ws-data-corrente to rab-data-ultimo-giro.
           if report-fallito
              set rab-giro-ko to true
              add 1 to ws-num-falliti
           else
              set rab-giro-ok to true
              move ws-data-dovuta  to rab-data-evasa
              move ws-percorso-pdf to rab-ultimo-pdf
           end-if.
           rewrite rec-repabb
                   invalid continue
           end-rewrite.

      ***---
      * PERIODO RELATIVO ALLA DATA DOVUTA: SETTIMANA PRECEDENTE DA
      * LUNEDI' A DOMENICA, MESE PRECEDENTE INTERO, ANNO IN CORSO
      * FINO AL GIORNO PRIMA (IL PRIMO GENNAIO E' L'ANNO CHIUSO).
      * LO SCADENZARIO E' LA SITUAZIONE ALLA DATA.
       CALCOLA-PERIODO.
           move ws-data-dovuta to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move ws-cal-seriale to ws-seriale-dovuta.
           evaluate true
           when rab-settimana-prec
                perform CALCOLA-GIORNO-SETTIMANA
                compute ws-cal-seriale =
                        ws-seriale-dovuta - ws-giorno-sett - 6
                perform CONVERTI-SERIALE-A-DATA
                move ws-cal-data to ws-data-da
                add 6 to ws-cal-seriale
                perform CONVERTI-SERIALE-A-DATA
                move ws-cal-data to ws-data-a
           when rab-mese-prec
                move ws-data-dovuta to ws-cal-data
                move "01"           to ws-cal-data(7:2)
                perform CONVERTI-DATA-A-SERIALE
                subtract 1 from ws-cal-seriale
                perform CONVERTI-SERIALE-A-DATA
                move ws-cal-data to ws-data-a
                move "01"        to ws-cal-data(7:2)
                move ws-cal-data to ws-data-da
           when rab-anno-in-corso
                compute ws-cal-seriale = ws-seriale-dovuta - 1
                perform CONVERTI-SERIALE-A-DATA
                move ws-cal-data to ws-data-a
                move "0101"      to ws-cal-data(5:4)
                move ws-cal-data to ws-data-da
           when other
                move ws-data-dovuta to ws-data-da ws-data-a
           end-evaluate.
           move ws-data-a(1:4) to ws-anno.
           move ws-data-a(5:2) to ws-mese.

      ***---
       COMPONI-PERCORSO-PDF.
           initialize ws-percorso-pdf.
           inspect ws-cartella replacing trailing spaces by low-value.
           string ws-cartella    delimited low-value
                  "REP_"         delimited size
                  rab-codice     delimited size
                  "_"            delimited size
                  ws-data-dovuta delimited size
                  ".pdf"         delimited size
             into ws-percorso-pdf
           end-string.
           inspect ws-cartella replacing trailing low-value by spaces.

      ***---
      * OGNI REPORT HA IL SUO COLLEGAMENTO; LA CALL PER NOME GESTISCE
      * L'ECCEZIONE (PROGRAMMA NON TROVATO) COME ST-NOTTURNO. LE
      * VARIABILI D'AMBIENTE SI RIPULISCONO SUBITO DOPO.
       PRODUCI-REPORT.
           call "C$DELETE" using ws-percorso-pdf, "S".
           set environment "STAMPA-PDF"  to ws-percorso-pdf.
           set environment "STAMPA-SEDE" to rab-studio.
           evaluate rab-programma
           when "ST-SCADUTI"
                call "st-scaduti" using ws-stampante
                     on exception set report-fallito to true
                end-call
                cancel "st-scaduti"
           when "ST-OBIETTIVIREP"
                call "st-obiettivirep" using ws-anno ws-mese
                                             ws-stampante
                                             ws-percorso-pdf
                     on exception set report-fallito to true
                end-call
                cancel "st-obiettivirep"
           when "ST-PRODUTTIVITA"
                call "st-produttivita" using ws-data-da ws-data-a
                                             ws-stampante
                     on exception set report-fallito to true
                end-call
                cancel "st-produttivita"
           when "ST-RIEPILOGO"
                call "st-riepilogo" using ws-periodo ws-stampante
                     on exception set report-fallito to true
                end-call
                cancel "st-riepilogo"
           when "ST-NOSHOWREP"
                call "st-noshowrep" using ws-data-da ws-data-a
                                          ws-stampante
                     on exception set report-fallito to true
                end-call
                cancel "st-noshowrep"
           when "ST-STANZEUTIL"
                call "st-stanzeutil" using ws-data-da ws-data-a
                                           ws-stampante
                     on exception set report-fallito to true
                end-call
                cancel "st-stanzeutil"
           when other
                set report-fallito to true
           end-evaluate.
           set environment "STAMPA-PDF"  to " ".
           set environment "STAMPA-SEDE" to " ".
           if report-fallito
              move "Report non eseguito" to ell-messaggio
              perform REGISTRA-ERRORE-ABBONAMENTO
           end-if.

      ***---
      * I REPORT NON RESTITUISCONO UN ESITO: FA FEDE IL PDF SU DISCO.
       CONTROLLA-PDF.
           call "C$FILEINFO" using ws-percorso-pdf ws-file-info
                            giving ws-esito-call.
           if ws-esito-call not = 0
              set report-fallito to true
              move "PDF del report non prodotto" to ell-messaggio
              perform REGISTRA-ERRORE-ABBONAMENTO
           end-if.

      ***---
       ACCODA-DESTINATARI.
           perform COMPONI-OGGETTO.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              if rab-email(ws-idx) not = spaces
                 move rab-email(ws-idx)  to ws-mlq-destinatario
                 move ws-data-dovuta(1:4) to ws-mlq-anno
                 move rab-codice         to ws-mlq-doc-numero
                 call "st-mailq" using ws-mlq-funzione ws-mlq-numero
                                       ws-mlq-doc-tipo ws-mlq-anno
                                       ws-mlq-doc-numero ws-mlq-mese
                                       ws-mlq-destinatario
                                       ws-mlq-oggetto
                                       ws-mlq-cartella ws-mlq-gateway
                                       ws-mlq-stampante
                                       ws-mlq-operatore
                                       ws-mlq-esito ws-mlq-cliente
                                       ws-percorso-pdf
                 cancel "st-mailq"
                 if ws-mlq-esito not = "OK"
                    set report-fallito to true
                    move "MAILQ" to ell-file
                    move "Invio del report non accodato"
                      to ell-messaggio
                    perform REGISTRA-ERRORE-ABBONAMENTO
                 end-if
              end-if
           end-perform.

      ***---
       COMPONI-OGGETTO.
           string ws-data-da(7:2) delimited size
                  "/"             delimited size
                  ws-data-da(5:2) delimited size
                  "/"             delimited size
                  ws-data-da(1:4) delimited size
             into ws-data-da-dply
           end-string.
           string ws-data-a(7:2) delimited size
                  "/"            delimited size
                  ws-data-a(5:2) delimited size
                  "/"            delimited size
                  ws-data-a(1:4) delimited size
             into ws-data-a-dply
           end-string.
           initialize ws-mlq-oggetto.
           inspect rab-descrizione
                   replacing trailing spaces by low-value.
           if ws-data-da = ws-data-a
              string rab-descrizione delimited low-value
                     " al "          delimited size
                     ws-data-a-dply  delimited size
                into ws-mlq-oggetto
              end-string
           else
              string rab-descrizione delimited low-value
                     " "             delimited size
                     ws-data-da-dply delimited size
                     "-"             delimited size
                     ws-data-a-dply  delimited size
                into ws-mlq-oggetto
              end-string
           end-if.
           inspect rab-descrizione
                   replacing trailing low-value by spaces.

      ***---
       REGISTRA-ERRORE-ABBONAMENTO.
           move rab-codice    to ell-chiave.
           move rab-programma to ell-paragrafo.
           perform REGISTRA-ERRORE.

      ***---
       REGISTRA-ERRORE.
           move "ST-REPINVIO" to ell-programma.
           if ell-paragrafo = spaces
              move "INVIO REPORT" to ell-paragrafo
           end-if.
           move "ST-NOTTURNO" to ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
           initialize errlog-link.

      ***---
       CLOSE-FILES.
           close repabb.

      ***---
      * CONVERSIONI DI CALENDARIO, LE STESSE DI ST-PRIMADISP.
       CONVERTI-DATA-A-SERIALE.
           move ws-cal-data(1:4) to ws-cal-anno.
           move ws-cal-data(5:2) to ws-cal-mese.
           move ws-cal-data(7:2) to ws-cal-giorno.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-seriale =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili +
                   ws-giorni-cumulati(ws-cal-mese) + ws-cal-giorno.
           perform VERIFICA-BISESTILE.
           if ws-cal-bisestile and ws-cal-mese > 2
              add 1 to ws-cal-seriale
           end-if.

      ***---
       CONVERTI-SERIALE-A-DATA.
           compute ws-cal-anno = (ws-cal-seriale / 366) + 1.
           perform until 1 = 2
              perform CALCOLA-GIORNI-A-FINE-ANNO
              if ws-cal-resto >= ws-cal-seriale
                 exit perform
              end-if
              add 1 to ws-cal-anno
           end-perform.
           perform CALCOLA-GIORNI-A-INIZIO-ANNO.
           compute ws-cal-quoz = ws-cal-seriale - ws-cal-resto.
           perform VERIFICA-BISESTILE.
           move 1 to ws-cal-mese.
           perform until 1 = 2
              move ws-giorni-mese(ws-cal-mese) to ws-cal-giorni-anno
              if ws-cal-mese = 2 and ws-cal-bisestile
                 move 29 to ws-cal-giorni-anno
              end-if
              if ws-cal-quoz <= ws-cal-giorni-anno
                 exit perform
              end-if
              subtract ws-cal-giorni-anno from ws-cal-quoz
              add 1 to ws-cal-mese
           end-perform.
           move ws-cal-quoz to ws-cal-giorno.
           move ws-cal-anno   to ws-cal-data(1:4).
           move ws-cal-mese   to ws-cal-data(5:2).
           move ws-cal-giorno to ws-cal-data(7:2).

      ***---
       CALCOLA-GIORNI-A-FINE-ANNO.
           move ws-cal-anno to ws-cal-anno-rif.
           perform CONTA-BISESTILI.
           compute ws-cal-resto =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili.

      ***---
       CALCOLA-GIORNI-A-INIZIO-ANNO.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-resto =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili.

      ***---
       CONTA-BISESTILI.
           divide ws-cal-anno-rif by 4
                  giving ws-cal-quarti.
           divide ws-cal-anno-rif by 100
                  giving ws-cal-centesimi.
           divide ws-cal-anno-rif by 400
                  giving ws-cal-quattrocent.
           compute ws-cal-bisestili =
                   ws-cal-quarti - ws-cal-centesimi +
                   ws-cal-quattrocent.

      ***---
       VERIFICA-BISESTILE.
           set ws-cal-bisestile to false.
           divide ws-cal-anno by 4
                  giving ws-cal-bis-quoz remainder ws-cal-bis-resto.
           if ws-cal-bis-resto = 0
              set ws-cal-bisestile to true
              divide ws-cal-anno by 100
                     giving ws-cal-bis-quoz
                     remainder ws-cal-bis-resto
              if ws-cal-bis-resto = 0
                 set ws-cal-bisestile to false
                 divide ws-cal-anno by 400
                        giving ws-cal-bis-quoz
                        remainder ws-cal-bis-resto
                 if ws-cal-bis-resto = 0
                    set ws-cal-bisestile to true
                 end-if
              end-if
           end-if.
