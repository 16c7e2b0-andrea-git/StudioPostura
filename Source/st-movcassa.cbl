       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-movcassa.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRO DEI MOVIMENTI DI CASSA CONTANTI IN USCITA (MOVCASSA).
      * LE FUNZIONI (LINK-FUNZIONE):
      *   "I" REGISTRA UN'USCITA NELLA GIORNATA LINK-DATA (A ZERO =
      *       OGGI): ASSEGNA IL PROGRESSIVO DENTRO LA GIORNATA E LO
      *       RESTITUISCE IN LINK-PROGRESSIVO. CAUSALE "S" SPESA
      *       MINUTA, "R" RIMBORSO A UN CLIENTE (IL CLIENTE DEVE
      *       ESISTERE), "V" VERSAMENTO IN BANCA (CON IL NUMERO DELLA
      *       DISTINTA COME GIUSTIFICATIVO), "U" ALTRA USCITA
      *   "C" CANCELLA IL MOVIMENTO LINK-DATA/LINK-PROGRESSIVO
      *   "L" LEGGE: RIEMPIE I CAMPI DI COLLEGAMENTO DAL RECORD
      * UNA GIORNATA GIA' CHIUSA (CHIUCASSA) NON ACCETTA PIU'
      * MOVIMENTI NE' CANCELLAZIONI: PRIMA SI RIAPRE LA CHIUSURA,
      * CHE RICHIEDE UN SUPERVISORE. OGNI SCRITTURA FINISCE SU
      * AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "movcassa.sl".
           copy "chiucassa.sl".
           copy "clienti.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "movcassa.fd".
           copy "chiucassa.fd".
           copy "clienti.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-movcassa       pic xx.
       77  status-chiucassa      pic xx.
       77  status-clienti        pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-ultimo-progressivo pic 9(4) value 0.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-cancella      value "C".
           88 link-leggi         value "L".
       77  link-data             pic 9(8).
       77  link-progressivo      pic 9(4).
       77  link-causale          pic x(1).
       77  link-descrizione      pic x(50).
       77  link-importo          pic s9(7)v99.
       77  link-giustificativo   pic x(20).
       77  link-cliente          pic x(6).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-data
                                 link-progressivo link-causale
                                 link-descrizione link-importo
                                 link-giustificativo link-cliente
                                 link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-MOVIMENTO
              when link-cancella  perform CANCELLA-MOVIMENTO
              when link-leggi     perform LEGGI-MOVIMENTO
              when other          set tutto-ok to false
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
           accept ws-ora-corrente  from time.
           if link-data = 0
              move ws-data-corrente to link-data
           end-if.

      ***---
       OPEN-FILES.
           open i-o movcassa.
           if status-movcassa = "35"
              open output movcassa
              close       movcassa
              open i-o    movcassa
           end-if.
           open input chiucassa.
           if status-chiucassa = "35"
              open output chiucassa
              close       chiucassa
              open input  chiucassa
           end-if.
           open input clienti.

      ***---
       CONTROLLA-GIORNATA-APERTA.
           move link-data to chc-data.
           read chiucassa no lock
                invalid continue
            not invalid set tutto-ok to false
           end-read.

      ***---
       CONTROLLA-CAMPI.
           move link-causale to mca-causale.
           if not mca-causale-valida or
              link-descrizione = spaces or
              link-importo <= 0
              set tutto-ok to false
              exit paragraph
           end-if.
           if mca-versamento and link-giustificativo = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if mca-rimborso
              move link-cliente to cli-codice
              read clienti no lock
                   invalid set tutto-ok to false
              end-read
           end-if.

      ***---
       INSERISCI-MOVIMENTO.
           perform CONTROLLA-GIORNATA-APERTA.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-PROGRESSIVO.
           initialize rec-movcassa.
           move link-data            to mca-data.
           compute mca-progressivo = ws-ultimo-progressivo + 1.
           move link-causale         to mca-causale.
           move link-descrizione     to mca-descrizione.
           move link-importo         to mca-importo.
           move link-giustificativo  to mca-giustificativo.
           if mca-rimborso
              move link-cliente      to mca-cliente
           end-if.
           move link-operatore       to mca-operatore.
           move ws-data-corrente     to mca-data-registrazione.
           move ws-ora-corrente      to mca-ora-registrazione.
           write rec-movcassa
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move mca-progressivo to link-progressivo
              set aul-inserimento to true
              perform AUDIT-MOVIMENTO
           end-if.

      ***---
       CANCELLA-MOVIMENTO.
           perform CONTROLLA-GIORNATA-APERTA.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-data        to mca-data.
           move link-progressivo to mca-progressivo.
           read movcassa
                invalid set tutto-ok to false
            not invalid
                delete movcassa record
                       invalid set tutto-ok to false
                   not invalid
                       set aul-cancellazione to true
                       perform AUDIT-MOVIMENTO
                end-delete
           end-read.

      ***---
       LEGGI-MOVIMENTO.
           move link-data        to mca-data.
           move link-progressivo to mca-progressivo.
           read movcassa no lock
                invalid set tutto-ok to false
            not invalid
                move mca-causale        to link-causale
                move mca-descrizione    to link-descrizione
                move mca-importo        to link-importo
                move mca-giustificativo to link-giustificativo
                move mca-cliente        to link-cliente
           end-read.

      ***---
       CERCA-ULTIMO-PROGRESSIVO.
           move 0 to ws-ultimo-progressivo.
           move link-data to mca-data.
           move 0         to mca-progressivo.
           start movcassa key >= mca-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read movcassa next no lock at end exit perform end-read
              if mca-data not = link-data
                 exit perform
              end-if
              move mca-progressivo to ws-ultimo-progressivo
           end-perform.

      ***---
       AUDIT-MOVIMENTO.
           move "ST-MOVCASSA"           to aul-programma.
           move "MOVCASSA"              to aul-file-dati.
           move mca-chiave              to aul-chiave-record.
           move "MCA-IMPORTO"           to aul-campo.
           move spaces                  to aul-valore-precedente.
           move mca-importo             to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

      ***---
       CLOSE-FILES.
           close movcassa chiucassa clienti.
