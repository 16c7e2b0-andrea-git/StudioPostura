      * REGISTRATE SU RSCHEDE, CON LE DATE DI INIZIO E FINE) E
      * L'EVOLUZIONE OGGETTIVA DALLE MISURAZIONI (PRIMA E ULTIMA
      * RILEVAZIONE DEL PERIODO: PESO, ASIMMETRIE, FLESSIONE, SCALA
      * DEL DOLORE) E DAI QUESTIONARI CLINICI COMPILATI SULLA
      * SCHEDA (VALUTAZIONI: PRIMO E ULTIMO INDICE PER SCALA, CON LA
      * FASCIA). USCITA DALLO SPOOLER CON L'OPZIONE PDF, COSI' LA
      * SEGRETERIA PUO' SPEDIRLA VIA EMAIL; OGNI REFERTO EMESSO VIENE
      * TRACCIATO SU COMUNICAZIONI COME LETTERA (ST-COMLOG) E, COME
      * CONSULTAZIONE DEI DATI SANITARI, SU LETTURE (ST-LETTURA).
      * SE IN MODLETT C'E' UN MODELLO "REFERT" IL CORPO DELLA LETTERA
      * E' IL SUO (ST-MODLETT, CON I CAMPI {MEDICO} {OBIETTIVO}
      * {SEDUTE} {DATA-PRIMA} {DATA-ULTIMA} {SCHEDA} OLTRE A QUELLI
      * STANDARD) E UNA RIGA CON {EVOLUZIONE} SEGNA IL PUNTO IN CUI
      * STAMPARE L'EVOLUZIONE OGGETTIVA; ALTRIMENTI IL TESTO FISSO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "rschede.sl".
           copy "misurazioni.sl".
           copy "param.sl".
           copy "valutazioni.sl".
           copy "scaleclin.sl".

      *****************************************************************
       DATA DIVISION.
           copy "rschede.fd".
           copy "misurazioni.fd".
           copy "param.fd".
           copy "valutazioni.fd".
           copy "scaleclin.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "fonts.def".
       copy "selprint.lks".
       copy "comlog.lks".
       copy "letture.lks".
       copy "modlett.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-anamnesi       pic xx.
       77  status-rschede        pic xx.
       77  status-misurazioni    pic xx.
       77  status-param          pic xx.
       77  status-valutazioni    pic xx.
       77  status-scaleclin      pic xx.

       77  ws-font-idx           pic 9.

           88 trovato            value 1 false 0.
       77  filler                pic 9.
           88 misure-trovate     value 1 false 0.
       77  filler                pic 9.
           88 valutazioni-trovate value 1 false 0.

      * DATI RACCOLTI PER LA LETTERA
       77  ws-medico             pic x(50).
           05 ws-mu-flessione    pic s9(3)v9.
           05 ws-mu-dolore       pic 9(2).

      * PRIMA E ULTIMA COMPILAZIONE DELLA SCHEDA PER OGNI SCALA
       01  ws-val-tab.
           05 ws-val             occurs 10 times.
              10 ws-val-scala         pic x(6).
              10 ws-vp-data           pic 9(8).
              10 ws-vp-indice         pic 9(4)v9.
              10 ws-vp-fascia         pic x(30).
              10 ws-vu-data           pic 9(8).
              10 ws-vu-indice         pic 9(4)v9.
              10 ws-vu-fascia         pic x(30).
       77  ws-num-val            pic 9(2) value 0.
       77  ws-vidx               pic 9(2).
       77  ws-ridx               pic 9(2).
       77  ws-lead               pic 9(2).

      * CAMPI EDITATI PER LE RIGHE DELLA LETTERA
       77  ws-peso-ed-1          pic zz9,9.
       77  ws-peso-ed-2          pic zz9,9.
       77  ws-data-dply-1        pic x(10).
       77  ws-data-dply-2        pic x(10).
       77  ws-riga-testo         pic x(100).
       77  ws-indice-ed-1        pic zzz9,9.
       77  ws-indice-ed-2        pic zzz9,9.

      * FLAGS
       77  controlli             pic xx.
              perform STAMPA
              if tutto-ok
                 perform REGISTRA-COMUNICAZIONE
                 perform TRACCIA-LETTURA
              end-if
              perform CLOSE-FILES
           end-if.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           set misure-trovate to false.
           set valutazioni-trovate to false.
           move 0 to ws-num-sedute ws-data-prima ws-data-ultima
                     ws-num-val.
           move spaces to ws-medico ws-obiettivo.

      ***---
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
       RACCOGLI-DATI.
           perform LEGGI-OBIETTIVO-PIANO.
           perform CONTA-SEDUTE-SCHEDA.
           perform CERCA-MISURAZIONI-PERIODO.
           perform CERCA-VALUTAZIONI-SCHEDA.

      ***---
       LEGGI-PARAM-STUDIO.
           move mis-flessione    to ws-mu-flessione.
           move mis-scala-dolore to ws-mu-dolore.

      ***---
      * SULLA CHIAVE DELLA SCHEDA LE COMPILAZIONI NON SONO IN ORDINE
      * DI DATA: PER OGNI SCALA SI TENGONO LA PIU' VECCHIA E LA PIU'
      * RECENTE.
       CERCA-VALUTAZIONI-SCHEDA.
           initialize ws-val-tab.
           move link-scheda to val-scheda.
           start valutazioni key >= val-scheda
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read valutazioni next at end exit perform end-read
              if val-scheda not = link-scheda
                 exit perform
              end-if
              perform varying ws-vidx from 1 by 1
                        until ws-vidx > ws-num-val
                 if ws-val-scala(ws-vidx) = val-scala
                    exit perform
                 end-if
              end-perform
              if ws-vidx > ws-num-val and ws-num-val < 10
                 add 1 to ws-num-val
                 move val-scala  to ws-val-scala(ws-vidx)
                 move val-data   to ws-vp-data(ws-vidx)
                                    ws-vu-data(ws-vidx)
                 move val-indice to ws-vp-indice(ws-vidx)
                                    ws-vu-indice(ws-vidx)
                 move val-fascia to ws-vp-fascia(ws-vidx)
                                    ws-vu-fascia(ws-vidx)
                 set valutazioni-trovate to true
              end-if
              if ws-vidx not > ws-num-val
                 perform AGGIORNA-VALUTAZIONE-SCALA
              end-if
           end-perform.

      ***---
       AGGIORNA-VALUTAZIONE-SCALA.
           if val-data < ws-vp-data(ws-vidx)
              move val-data   to ws-vp-data(ws-vidx)
              move val-indice to ws-vp-indice(ws-vidx)
              move val-fascia to ws-vp-fascia(ws-vidx)
           end-if.
           if val-data > ws-vu-data(ws-vidx)
              move val-data   to ws-vu-data(ws-vidx)
              move val-indice to ws-vu-indice(ws-vidx)
              move val-fascia to ws-vu-fascia(ws-vidx)
           end-if.

      ***---
       STAMPA.
           if link-stampante = spaces

      ***---
       CORPO-LETTERA.
           perform UNISCI-MODELLO.
           if mll-esito-ok
              perform CORPO-DA-MODELLO
              exit paragraph
           end-if.
           move Calibri12B to spl-hfont.
           move 0   to spl-tipo-colonna.
           move 1,5 to spl-colonna.
           end-string.
           perform SCRIVI.

           if misure-trovate or valutazioni-trovate
              perform RIGHE-EVOLUZIONE
           end-if.

           move prm-ragsoc to spl-riga-stampa.
           perform SCRIVI.

      ***---
       UNISCI-MODELLO.
           initialize modlett-link.
           set  mll-unisci     to true.
           move "REFERT"       to mll-tipo.
           move link-cliente   to mll-cliente.
           move link-operatore to mll-operatore.
           move ws-num-sedute  to ws-num-sedute-z.
           perform COMPONI-DATE-PERIODO.
           move 6              to mll-num-campi.
           move "MEDICO"       to mll-campo-nome(1).
           move ws-medico      to mll-campo-valore(1).
           move "OBIETTIVO"    to mll-campo-nome(2).
           move ws-obiettivo   to mll-campo-valore(2).
           move "SEDUTE"       to mll-campo-nome(3).
           move 0 to ws-lead.
           inspect ws-num-sedute-z tallying ws-lead
                   for leading spaces.
           move ws-num-sedute-z(ws-lead + 1:) to mll-campo-valore(3).
           move "DATA-PRIMA"   to mll-campo-nome(4).
           move ws-data-dply-1 to mll-campo-valore(4).
           move "DATA-ULTIMA"  to mll-campo-nome(5).
           move ws-data-dply-2 to mll-campo-valore(5).
           move "SCHEDA"       to mll-campo-nome(6).
           move link-scheda    to mll-campo-valore(6).
           call "st-modlett" using modlett-link.
           cancel "st-modlett".

      ***---
      * RIGHE DEL MODELLO GIA' UNITE; LA FIRMA E' QUELLA DI SEMPRE.
       CORPO-DA-MODELLO.
           move Calibri10 to spl-hfont.
           move 0   to spl-tipo-colonna.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > mll-num-righe
              if save-riga > save-altezza-pagina - 2
                 set spl-salto-pagina to true
                 call "spooler" using spooler-link
                 move 1,0 to save-riga
              end-if
              move 1,5 to spl-colonna
              if mll-riga(ws-ridx) = "{EVOLUZIONE}"
                 if misure-trovate or valutazioni-trovate
                    perform RIGHE-EVOLUZIONE
                    move Calibri10 to spl-hfont
                 end-if
              else
                 move mll-riga(ws-ridx) to spl-riga-stampa
                 perform SCRIVI
              end-if
           end-perform.
           add 0,4 to save-riga.
           move 12,0 to spl-colonna.
           move prm-ragsoc to spl-riga-stampa.
           perform SCRIVI.

      ***---
       RIGHE-EVOLUZIONE.
           add 0,4 to save-riga.
             to spl-riga-stampa.
           perform SCRIVI.
           move Calibri10 to spl-hfont.
           if misure-trovate
              perform RIGHE-MISURE
           end-if.
           if valutazioni-trovate
              perform varying ws-vidx from 1 by 1
                        until ws-vidx > ws-num-val
                 perform RIGHE-VALUTAZIONE
              end-perform
           end-if.

      ***---
       RIGHE-MISURE.
           move ws-mp-peso to ws-peso-ed-1.
           move ws-mu-peso to ws-peso-ed-2.
           move 1,5 to spl-colonna.
           move ws-riga-testo to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * DUE RIGHE PER SCALA: LA SCALA CON LE DATE, POI INDICE E
      * FASCIA DELLA PRIMA E DELL'ULTIMA COMPILAZIONE.
       RIGHE-VALUTAZIONE.
           move ws-val-scala(ws-vidx) to scl-codice.
           read scaleclin no lock
                invalid move ws-val-scala(ws-vidx) to scl-descrizione
           end-read.
           initialize ws-data-dply-1 ws-data-dply-2.
           string ws-vp-data(ws-vidx)(7:2) delimited size
                  "/"                      delimited size
                  ws-vp-data(ws-vidx)(5:2) delimited size
                  "/"                      delimited size
                  ws-vp-data(ws-vidx)(1:4) delimited size
             into ws-data-dply-1
           end-string.
           string ws-vu-data(ws-vidx)(7:2) delimited size
                  "/"                      delimited size
                  ws-vu-data(ws-vidx)(5:2) delimited size
                  "/"                      delimited size
                  ws-vu-data(ws-vidx)(1:4) delimited size
             into ws-data-dply-2
           end-string.
           move 1,5 to spl-colonna.
           initialize ws-riga-testo.
           inspect scl-descrizione replacing trailing spaces
                   by low-value.
           if ws-vp-data(ws-vidx) = ws-vu-data(ws-vidx)
              string scl-descrizione delimited low-value
                     " del "         delimited size
                     ws-data-dply-1  delimited size
                     ":"             delimited size
                into ws-riga-testo
              end-string
           else
              string scl-descrizione delimited low-value
                     " ("            delimited size
                     ws-data-dply-1  delimited size
                     " / "           delimited size
                     ws-data-dply-2  delimited size
                     "):"            delimited size
                into ws-riga-testo
              end-string
           end-if.
           inspect scl-descrizione replacing trailing low-value
                   by spaces.
           move ws-riga-testo to spl-riga-stampa.
           perform SCRIVI.

           move ws-vp-indice(ws-vidx) to ws-indice-ed-1.
           move ws-vu-indice(ws-vidx) to ws-indice-ed-2.
           move 2,0 to spl-colonna.
           initialize ws-riga-testo.
           inspect ws-vp-fascia(ws-vidx) replacing trailing spaces
                   by low-value.
           inspect ws-vu-fascia(ws-vidx) replacing trailing spaces
                   by low-value.
           if ws-vp-data(ws-vidx) = ws-vu-data(ws-vidx)
              string "indice "             delimited size
                     ws-indice-ed-1        delimited size
                     " ("                  delimited size
                     ws-vp-fascia(ws-vidx) delimited low-value
                     ")"                   delimited size
                into ws-riga-testo
              end-string
           else
              string "indice "             delimited size
                     ws-indice-ed-1        delimited size
                     " ("                  delimited size
                     ws-vp-fascia(ws-vidx) delimited low-value
                     ")  ->  "             delimited size
                     ws-indice-ed-2        delimited size
                     " ("                  delimited size
                     ws-vu-fascia(ws-vidx) delimited low-value
                     ")"                   delimited size
                into ws-riga-testo
              end-string
           end-if.
           inspect ws-vp-fascia(ws-vidx) replacing trailing low-value
                   by spaces.
           inspect ws-vu-fascia(ws-vidx) replacing trailing low-value
                   by spaces.
           move ws-riga-testo to spl-riga-stampa.
           perform SCRIVI.

      ***---
       COMPONI-DATE-PERIODO.
           initialize ws-data-dply-1 ws-data-dply-2.
           call "st-comlog" using comlog-link.
           cancel "st-comlog".

      ***---
       TRACCIA-LETTURA.
           initialize letture-link.
           move "ST-REFERTO"   to ltl-programma.
           move link-cliente   to ltl-cliente.
           set  ltl-referto    to true.
           move link-operatore to ltl-operatore.
           call "st-lettura" using letture-link.
           cancel "st-lettura".

      ***---
       INTESTAZIONE.
           move 0   to spl-tipo-colonna.

           display message messaggio.

           initialize errlog-link.
           move "ST-REFERTO"      to ell-programma.
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
       CLOSE-FILES.
           close clienti anamnesi piano tschede rschede
                 misurazioni param valutazioni scaleclin.

      ***---
       EXIT-PGM.
