      * BARRE ORIZZONTALI DISEGNATE CON I RETTANGOLI DELLO SPOOLER
      * (SPL-OGGETTO): LUNGHEZZA PROPORZIONALE AL VALORE RISPETTO AL
      * MASSIMO DELLA SERIE, COSI' IL MIGLIORAMENTO SI VEDE A COLPO
      * D'OCCHIO E SI PUO' MOSTRARE AL CLIENTE. SEGUE L'ANDAMENTO
      * DEI QUESTIONARI CLINICI COMPILATI (VALUTAZIONI), UNA SERIE
      * PER SCALA CON INDICE E FASCIA: QUI LA BARRA E' RAPPORTATA AL
      * MASSIMO DELLA SCALA, NON DELLA SERIE. LA CONSULTAZIONE DA
      * PARTE DI LINK-OPERATORE FINISCE SU LETTURE (ST-LETTURA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "misurazioni.sl".
           copy "clienti.sl".
           copy "param.sl".
           copy "valutazioni.sl".
           copy "scaleclin.sl".

      *****************************************************************
       DATA DIVISION.
           copy "misurazioni.fd".
           copy "clienti.fd".
           copy "param.fd".
           copy "valutazioni.fd".
           copy "scaleclin.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "letture.lks".
       copy "errlog.lks".

       77  status-misurazioni    pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.
       77  status-valutazioni    pic xx.
       77  status-scaleclin      pic xx.

       77  ws-font-idx           pic 9.

      * LUNGHEZZA MASSIMA DELLE BARRE, IN CENTIMETRI SPOOLER
       78  78-barra-massima      value 8,0.
       78  78-colonna-barre      value 8,0.
      * NEI QUESTIONARI LE BARRE PARTONO DOPO LA FASCIA
       78  78-colonna-barre-val  value 11,0.
       77  ws-colonna-barra      pic 9(2)v99.

      * SERIE DEL CLIENTE (IN ORDINE DI DATA, COME LA CHIAVE)
       78  ws-max-mis            value 100.
       77  ws-lunghezza-barra    pic 9(3)v99.
       77  ws-valore-ed          pic ---9,9.

      * QUESTIONARI CLINICI: SCALA IN CORSO E INDICE MASSIMO
       77  ws-scala-corrente     pic x(6).
       77  ws-indice-massimo     pic 9(5)v9.
       77  ws-num-valutazioni    pic 9(5) value 0.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-data             pic x(12).
           05 rb-data            pic x(12).
           05 rb-valore          pic x(8).

       01  r-riga-valutazione.
           05 rv-data            pic x(12).
           05 rv-indice          pic x(8).
           05 filler             pic x(2).
           05 rv-fascia          pic x(30).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
       LINKAGE SECTION.
       77  link-cliente          pic x(6).
       77  link-stampante        pic x(200).
       77  link-operatore        pic x(20).

      ******************************************************************
       PROCEDURE DIVISION using link-cliente link-stampante
                                 link-operatore.

      ***---
       MAIN-PRG.
           if tutto-ok
              perform CARICA-SERIE
              perform STAMPA
              perform TRACCIA-LETTURA
              perform CLOSE-FILES
           end-if.
           perform EXIT-PGM.
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to ws-num-mis ws-num-valutazioni.

      ***---
       OPEN-FILES.
              close       misurazioni
              open input  misurazioni
           end-if.
           open input valutazioni.
           if status-valutazioni = "35"
              open output valutazioni
              close       valutazioni
              open input  valutazioni
           end-if.
           open input scaleclin.
           if status-scaleclin = "35"
              open output scaleclin
              close       scaleclin
              open input  scaleclin
           end-if.

      ***---
       CARICA-SERIE.
                    perform STAMPA-SERIE-BARRE
                 end-perform
              end-if
              perform STAMPA-VALUTAZIONI

              set spl-chiusura to true
              call   "spooler" using spooler-link
              compute ws-lunghezza-barra =
                      ws-valore-assoluto * 78-barra-massima /
                      ws-massimo
              move 78-colonna-barre to ws-colonna-barra
              perform DISEGNA-BARRA
           end-if.

      ***---
      * RETTANGOLO LUNGO WS-LUNGHEZZA-BARRA DA WS-COLONNA-BARRA,
      * SULLA RIGA APPENA SCRITTA.
       DISEGNA-BARRA.
           set  spl-oggetto       to true.
           set  spl-rettangolo    to true.
           set  spl-pen-solid     to true.
           move 1                 to spl-pen-width.
           move 0                 to spl-pen-color.
           set  spl-brush-ltgray  to true.
           compute spl-riga      = save-riga - 0,45.
           compute spl-riga-fine = save-riga - 0,05.
           move ws-colonna-barra  to spl-colonna.
           compute spl-colonna-fine =
                   ws-colonna-barra + ws-lunghezza-barra.
           call "spooler" using spooler-link.

      ***---
      * LE COMPILAZIONI DEL CLIENTE ESCONO IN ORDINE DI SCALA E DI
      * DATA (LA CHIAVE): AL CAMBIO DI SCALA IL TITOLO DELLA SERIE.
       STAMPA-VALUTAZIONI.
           move spaces to ws-scala-corrente.
           move low-value    to val-chiave.
           move link-cliente to val-cliente.
           start valutazioni key >= val-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read valutazioni next at end exit perform end-read
              if val-cliente not = link-cliente
                 exit perform
              end-if
              if val-scala not = ws-scala-corrente
                 move val-scala to ws-scala-corrente
                 perform TITOLO-SERIE-VALUTAZIONI
              end-if
              add 1 to ws-num-valutazioni
              perform STAMPA-RIGA-VALUTAZIONE
           end-perform.

      ***---
      * INDICE MASSIMO DELLA SCALA: 100 PER LE NORMALIZZATE, IL
      * VALORE MASSIMO PER IL VALORE SINGOLO, LA SOMMA DI TUTTI I
      * MASSIMI PER LE SCALE A SOMMA.
       TITOLO-SERIE-VALUTAZIONI.
           move val-scala to scl-codice.
           read scaleclin no lock
                invalid
                   initialize rec-scaleclin
                   move val-scala to scl-descrizione
                   set scl-normalizzato to true
           end-read.
           evaluate true
           when scl-normalizzato
                move 100 to ws-indice-massimo
           when scl-valore
                move scl-valore-max to ws-indice-massimo
           when other
                compute ws-indice-massimo =
                        scl-num-domande * scl-valore-max
           end-evaluate.
           add 2 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 2 to num-righe
           end-if.
           add 0,4 to save-riga.
           move Calibri12B to spl-hfont.
           move 0 to spl-tipo-colonna.
           move 1,0 to spl-colonna.
           initialize spl-riga-stampa.
           inspect scl-descrizione replacing trailing spaces
                   by low-value.
           string "ANDAMENTO "    delimited size
                  scl-descrizione delimited low-value
                  " (INDICE)"     delimited size
             into spl-riga-stampa
           end-string.
           inspect scl-descrizione replacing trailing low-value
                   by spaces.
           perform SCRIVI.

      ***---
       STAMPA-RIGA-VALUTAZIONE.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           move spaces to r-riga-valutazione.
           string val-data(7:2) delimited size
                  "/"           delimited size
                  val-data(5:2) delimited size
                  "/"           delimited size
                  val-data(1:4) delimited size
             into rv-data
           end-string.
           move val-indice   to ws-valore-ed.
           move ws-valore-ed to rv-indice.
           move val-fascia   to rv-fascia.
           move Calibri10 to spl-hfont.
           move 0 to spl-tipo-colonna.
           move 1,0 to spl-colonna.
           move r-riga-valutazione to spl-riga-stampa.
           perform SCRIVI.
           if ws-indice-massimo > 0 and val-indice > 0
              if val-indice > ws-indice-massimo
                 move ws-indice-massimo to ws-valore-assoluto
              else
                 move val-indice to ws-valore-assoluto
              end-if
              compute ws-lunghezza-barra =
                      ws-valore-assoluto * 78-barra-massima /
                      ws-indice-massimo
              move 78-colonna-barre-val to ws-colonna-barra
              perform DISEGNA-BARRA
           end-if.

      ***---

           display message messaggio.

           initialize errlog-link.
           move "ST-MISUREREP"    to ell-programma.
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
       TRACCIA-LETTURA.
           initialize letture-link.
           move "ST-MISUREREP" to ltl-programma.
           move link-cliente   to ltl-cliente.
           set  ltl-rilevazioni to true.
           move link-operatore to ltl-operatore.
           call "st-lettura" using letture-link.
           cancel "st-lettura".

      ***---
       CLOSE-FILES.
           close misurazioni clienti param valutazioni scaleclin.

      ***---
       EXIT-PGM.
