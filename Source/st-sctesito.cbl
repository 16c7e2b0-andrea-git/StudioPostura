       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-sctesito.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CONFERMA DI UNA DISTINTA DI BONIFICI SCT (VEDI ST-SCTGEN).
      * LE FUNZIONI (LINK-FUNZIONE), SULLA RIGA SCTDIST INDICATA DA
      * DISTINTA E PROGRESSIVO (PROGRESSIVO A ZERO = TUTTE LE RIGHE
      * ANCORA DISPOSTE DELLA DISTINTA):
      *   "C" CONFERMATA: MARCA LA RIGA PAGATA E REGISTRA IL
      *       PAGAMENTO SULLA FATTURA DI ACQUISTO CON ST-FATACQ, COSI'
      *       PASSA DALL'AUDITLOG COME OGNI ALTRA REGISTRAZIONE: SE
      *       TUTTE LE RATE DELLA FATTURA IN SCADPASS RISULTANO PAGATE
      *       LA FATTURA E' SALDATA ("P"), ALTRIMENTI RESTA PAGATA IN
      *       PARTE ("Q")
      *   "A" ANNULLATA: IL BONIFICO NON E' STATO ESEGUITO, LA RIGA
      *       SI MARCA ANNULLATA E LA RATA TORNA DISPONIBILE PER LA
      *       PROSSIMA DISTINTA. UNA RIGA GIA' PAGATA NON SI ANNULLA
      *       DA QUI: LA CORREZIONE DEL PAGAMENTO RESTA UNA OPERAZIONE
      *       ESPLICITA DELL'OPERATORE
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "sctdist.sl".
           copy "scadpass.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "sctdist.fd".
           copy "scadpass.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-sctdist        pic xx.
       77  status-scadpass       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 fattura-saldata    value 1 false 0.
       77  filler                pic 9.
           88 rata-pagata        value 1 false 0.

       77  ws-data-corrente      pic 9(8).

      * RIGHE DELLA DISTINTA DA LAVORARE
       78  ws-max-righe          value 500.
       01  ws-rig-tab.
           05 ws-rig-progressivo occurs 500 times pic 9(4).
       77  ws-num-righe          pic 9(3) value 0.
       77  ws-idx                pic 9(3).

      * PARAMETRI PER ST-FATACQ
       77  ws-fac-funzione       pic x(1).
       77  ws-fac-anno           pic 9(4).
       77  ws-fac-protocollo     pic 9(6).
       77  ws-fac-fornitore      pic x(6)       value spaces.
       77  ws-fac-numero-doc     pic x(20)      value spaces.
       77  ws-fac-data-doc       pic 9(8)       value 0.
       77  ws-fac-iva            pic x(3)       value spaces.
       77  ws-fac-sub            pic s9(7)v99   value 0.
       77  ws-fac-imposta        pic s9(7)v99   value 0.
       77  ws-fac-tot            pic s9(7)v99   value 0.
       77  ws-fac-cod-pag        pic x(3)       value spaces.
       77  ws-fac-note           pic x(80)      value spaces.
       77  ws-fac-articolo       pic x(6)       value spaces.
       77  ws-fac-descrizione    pic x(50)      value spaces.
       77  ws-fac-qta            pic 9(4)       value 0.
       77  ws-fac-prz            pic s9(5)v99   value 0.
       77  ws-fac-esito          pic xx.
       77  ws-fac-rit-perc       pic 9(2)v99    value 0.
       77  ws-fac-rit-imponibile pic s9(7)v99   value 0.
       77  ws-fac-rit-importo    pic s9(7)v99   value 0.
       77  ws-fac-categoria      pic x(3)       value spaces.
       01  ws-fac-riparto.
           05 ws-fac-rip         occurs 5 times.
              10 ws-fac-rip-studio pic x(4).
              10 ws-fac-rip-perc   pic 9(3)v99.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-conferma      value "C".
           88 link-annulla       value "A".
       77  link-distinta         pic 9(6).
       77  link-progressivo      pic 9(4).
       77  link-data             pic 9(8).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-distinta
                                 link-progressivo link-data
                                 link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform CARICA-RIGHE
              perform varying ws-idx from 1 by 1
                        until ws-idx > ws-num-righe
                 perform LEGGI-RIGA
                 if tutto-ok
                    evaluate true
                    when link-conferma perform REGISTRA-PAGAMENTO
                    when link-annulla  perform REGISTRA-ANNULLO
                    when other         set tutto-ok to false
                    end-evaluate
                 end-if
                 if not tutto-ok
                    exit perform
                 end-if
              end-perform
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
           if link-distinta = 0
              set tutto-ok to false
           end-if.
           if link-data = 0
              move ws-data-corrente to link-data
           end-if.

      ***---
       OPEN-FILES.
           open i-o sctdist.
           open input scadpass.
           if status-scadpass = "35"
              open output scadpass
              close       scadpass
              open input  scadpass
           end-if.

      ***---
       CARICA-RIGHE.
      * LE RIGHE SI RACCOLGONO PRIMA: LA RICERCA DELLE ALTRE RATE
      * DELLA FATTURA SPOSTA LA LETTURA SULLA CHIAVE ALTERNATA.
           move 0 to ws-num-righe.
           if link-progressivo not = 0
              move 1                to ws-num-righe
              move link-progressivo to ws-rig-progressivo(1)
              exit paragraph
           end-if.
           move link-distinta to sct-distinta.
           move 0             to sct-progressivo.
           start sctdist key > sct-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read sctdist next no lock at end exit perform end-read
              if sct-distinta not = link-distinta or
                 ws-num-righe >= ws-max-righe
                 exit perform
              end-if
              if sct-disposta
                 add 1 to ws-num-righe
                 move sct-progressivo
                   to ws-rig-progressivo(ws-num-righe)
              end-if
           end-perform.
           if ws-num-righe = 0
              set tutto-ok to false
           end-if.

      ***---
       LEGGI-RIGA.
           move link-distinta               to sct-distinta.
           move ws-rig-progressivo(ws-idx)  to sct-progressivo.
           read sctdist
                invalid set tutto-ok to false
           end-read.

      ***---
       REGISTRA-PAGAMENTO.
           if not sct-disposta
              set tutto-ok to false
              exit paragraph
           end-if.
           set  sct-pagata     to true.
           move link-data      to sct-data-pagamento.
           move link-operatore to sct-operatore.
           rewrite rec-sctdist
                   invalid set tutto-ok to false
           end-rewrite.
           if not tutto-ok
              exit paragraph
           end-if.
           move sct-anno       to ws-fac-anno.
           move sct-protocollo to ws-fac-protocollo.
           perform CONTROLLA-FATTURA-SALDATA.
           if fattura-saldata
              move "P" to ws-fac-funzione
           else
              move "Q" to ws-fac-funzione
           end-if.
           initialize ws-fac-riparto.
           call "st-fatacq" using ws-fac-funzione ws-fac-anno
                                  ws-fac-protocollo ws-fac-fornitore
                                  ws-fac-numero-doc ws-fac-data-doc
                                  ws-fac-iva ws-fac-sub ws-fac-imposta
                                  ws-fac-tot ws-fac-cod-pag
                                  ws-fac-note ws-fac-articolo
                                  ws-fac-descrizione ws-fac-qta
                                  ws-fac-prz link-data
                                  link-operatore ws-fac-esito
                                  ws-fac-rit-perc ws-fac-rit-imponibile
                                  ws-fac-rit-importo
                                  ws-fac-categoria ws-fac-riparto.
           cancel "st-fatacq".
           if ws-fac-esito not = "OK"
              set tutto-ok to false
           end-if.

      ***---
       CONTROLLA-FATTURA-SALDATA.
      * LA FATTURA E' SALDATA SE OGNI SUA RATA IN SCADPASS HA UNA
      * RIGA SCTDIST PAGATA.
           set fattura-saldata to true.
           move low-value         to scp-chiave.
           move ws-fac-anno       to scp-anno.
           move ws-fac-protocollo to scp-protocollo.
           start scadpass key >= scp-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read scadpass next at end exit perform end-read
              if scp-anno       not = ws-fac-anno or
                 scp-protocollo not = ws-fac-protocollo
                 exit perform
              end-if
              perform CERCA-RATA-PAGATA
              if not rata-pagata
                 set fattura-saldata to false
                 exit perform
              end-if
           end-perform.

      ***---
       CERCA-RATA-PAGATA.
           set rata-pagata to false.
           move scp-anno       to sct-anno.
           move scp-protocollo to sct-protocollo.
           move scp-rata       to sct-rata.
           start sctdist key >= sct-rata-origine
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read sctdist next no lock at end exit perform end-read
              if sct-anno       not = scp-anno       or
                 sct-protocollo not = scp-protocollo or
                 sct-rata       not = scp-rata
                 exit perform
              end-if
              if sct-distinta not = 0 and sct-pagata
                 set rata-pagata to true
                 exit perform
              end-if
           end-perform.

      ***---
       REGISTRA-ANNULLO.
           if not sct-disposta
              set tutto-ok to false
              exit paragraph
           end-if.
           set  sct-annullata  to true.
           move link-operatore to sct-operatore.
           rewrite rec-sctdist
                   invalid set tutto-ok to false
           end-rewrite.

      ***---
       CLOSE-FILES.
           close sctdist scadpass.
