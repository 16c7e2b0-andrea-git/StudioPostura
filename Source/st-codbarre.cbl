       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-codbarre.
       AUTHOR.                          Andrea.
      ******************************************************************
      * GESTIONE DEI CODICI A BARRE DEGLI ARTICOLI (ARTBARRE): LE
      * FUNZIONI SONO QUELLE DI CODBARRE.LKS. LA RISOLUZIONE DEL
      * CODICE LETTO DALLO SCANNER SERVE A ST-DOCUM (FATTURE E
      * CORRISPETTIVI), ST-MOVMAG, AL RICEVIMENTO DI ST-ORDFORN E
      * ALLA CONTA DI ST-INVENTARIO. I CODICI INTERNI PER I PRODOTTI
      * SENZA EAN SONO EAN-13 CON PREFISSO "20" (CIRCOLAZIONE
      * RISTRETTA) E PROGRESSIVO DI 10 CIFRE; LE ETICHETTE LE STAMPA
      * ST-ETICHETTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "artbarre.sl".
           copy "articoli.sl".
           copy "lotti.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "artbarre.fd".
           copy "articoli.fd".
           copy "lotti.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-artbarre       pic xx.
       77  status-articoli       pic xx.
       77  status-lotti          pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 ha-codice          value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-spazi              pic 9(2).
       77  ws-lunghezza          pic 9(2).
       77  ws-idx                pic 9(2).
       77  ws-peso               pic 9.
       77  ws-cifra              pic 9.
       77  ws-somma              pic 9(4).
       77  ws-resto              pic 9(4).
       77  ws-quoziente          pic 9(4).
       77  ws-controllo          pic 9.
       77  ws-progressivo        pic 9(10).

      * CODICE INTERNO IN COSTRUZIONE: "20" + PROGRESSIVO + CONTROLLO
       01  ws-codice-interno.
           05 ws-ci-prefisso     pic xx value "20".
           05 ws-ci-progressivo  pic 9(10).
           05 ws-ci-controllo    pic 9.

       LINKAGE SECTION.
           copy "codbarre.lks".

      ******************************************************************
       PROCEDURE DIVISION using codbarre-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when bcl-risolvi  perform RISOLVI-CODICE
              when bcl-associa  perform ASSOCIA-CODICE
              when bcl-genera   perform GENERA-CODICI
              when bcl-cancella perform CANCELLA-CODICE
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set bcl-esito-ok to true
           else
              set bcl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           move 0 to bcl-num-generati.
           initialize auditlog-link.
           if not bcl-genera and bcl-codice = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o artbarre.
           if status-artbarre = "35"
              open output artbarre
              close       artbarre
              open i-o    artbarre
           end-if.
           open input articoli lotti.

      ***---
      * PRIMA IL CODICE A BARRE REGISTRATO; IN MANCANZA, UN CODICE
      * CORTO DIGITATO A MANO CHE E' GIA' UN CODICE ARTICOLO.
       RISOLVI-CODICE.
           move bcl-codice to bar-codice.
           read artbarre no lock
                invalid continue
            not invalid
                move bar-articolo to bcl-articolo
                move bar-lotto    to bcl-lotto
                move bar-tipo     to bcl-tipo
                exit paragraph
           end-read.
           if bcl-codice(7:) not = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move bcl-codice(1:6) to art-codice.
           read articoli no lock
                invalid set tutto-ok to false
            not invalid
                move art-codice to bcl-articolo
                move spaces     to bcl-lotto bcl-tipo
           end-read.

      ***---
       ASSOCIA-CODICE.
           perform CONTROLLA-DATI.
           if not tutto-ok
              exit paragraph
           end-if.
           move bcl-codice to bar-codice.
           read artbarre
                invalid continue
            not invalid
      * LO STESSO CODICE NON PUO' PASSARE A UN ALTRO ARTICOLO
                if bar-articolo not = bcl-articolo
                   set tutto-ok to false
                   exit paragraph
                end-if
                move bcl-lotto        to bar-lotto
                move bcl-tipo         to bar-tipo
                move bcl-operatore    to bar-operatore
                move ws-data-corrente to bar-data-inserimento
                rewrite rec-artbarre
                        invalid set tutto-ok to false
                    not invalid
                        set aul-modifica to true
                        perform AUDIT-CODICE
                end-rewrite
                exit paragraph
           end-read.
           perform SCRIVI-CODICE.

      ***---
      * L'ARTICOLO DEVE ESISTERE, IL LOTTO INDICATO PURE; UN CODICE
      * TUTTO NUMERICO DA 8, 12 O 13 CIFRE E' UN EAN/UPC E LA SUA
      * CIFRA DI CONTROLLO DEVE TORNARE.
       CONTROLLA-DATI.
           move bcl-articolo to art-codice.
           read articoli no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if bcl-lotto not = spaces
              move bcl-articolo to lot-articolo
              move bcl-lotto    to lot-codice
              read lotti no lock
                   invalid
                      set tutto-ok to false
                      exit paragraph
              end-read
           end-if.
           perform CALCOLA-LUNGHEZZA.
           if ws-lunghezza = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           if bcl-codice(1:ws-lunghezza) is numeric and
              (ws-lunghezza = 8 or ws-lunghezza = 12 or
               ws-lunghezza = 13)
              perform CALCOLA-CONTROLLO
              move bcl-codice(ws-lunghezza:1) to ws-cifra
              if ws-cifra not = ws-controllo
                 set tutto-ok to false
                 exit paragraph
              end-if
              if bcl-tipo = spaces
                 move "E" to bcl-tipo
              end-if
           end-if.
           if bcl-tipo = spaces
              move "A" to bcl-tipo
           end-if.

      ***---
       CALCOLA-LUNGHEZZA.
           move 0 to ws-spazi.
           inspect bcl-codice tallying ws-spazi for trailing spaces.
           compute ws-lunghezza = 20 - ws-spazi.

      ***---
      * CIFRA DI CONTROLLO EAN SULLE PRIME WS-LUNGHEZZA - 1 CIFRE:
      * PESO 3 ALLA CIFRA PIU' A DESTRA, POI 1 E 3 ALTERNATI.
       CALCOLA-CONTROLLO.
           move 0 to ws-somma.
           move 3 to ws-peso.
           compute ws-idx = ws-lunghezza - 1.
           perform until ws-idx = 0
              move bcl-codice(ws-idx:1) to ws-cifra
              compute ws-somma = ws-somma + ws-cifra * ws-peso
              if ws-peso = 3
                 move 1 to ws-peso
              else
                 move 3 to ws-peso
              end-if
              subtract 1 from ws-idx
           end-perform.
           divide ws-somma by 10 giving ws-quoziente
                  remainder ws-resto.
           if ws-resto = 0
              move 0 to ws-controllo
           else
              compute ws-controllo = 10 - ws-resto
           end-if.

      ***---
       SCRIVI-CODICE.
           initialize rec-artbarre.
           move bcl-codice       to bar-codice.
           move bcl-articolo     to bar-articolo.
           move bcl-lotto        to bar-lotto.
           move bcl-tipo         to bar-tipo.
           move ws-data-corrente to bar-data-inserimento.
           move bcl-operatore    to bar-operatore.
           write rec-artbarre
                 invalid set tutto-ok to false
             not invalid
                 set aul-inserimento to true
                 perform AUDIT-CODICE
           end-write.

      ***---
      * CON L'ARTICOLO INDICATO SI GENERA IL SUO CODICE (ANCHE SE NE
      * HA GIA' ALTRI); SENZA, UNO PER OGNI PRODOTTO CHE NON NE HA.
       GENERA-CODICI.
           if bcl-articolo not = spaces
              move bcl-articolo to art-codice
              read articoli no lock
                   invalid
                      set tutto-ok to false
                      exit paragraph
              end-read
              if bcl-lotto not = spaces
                 move bcl-articolo to lot-articolo
                 move bcl-lotto    to lot-codice
                 read lotti no lock
                      invalid
                         set tutto-ok to false
                         exit paragraph
                 end-read
              end-if
              perform GENERA-CODICE-ARTICOLO
              exit paragraph
           end-if.
           move low-value to art-codice.
           start articoli key >= art-codice
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read articoli next no lock
                   at end exit perform
              end-read
              if art-merce
                 perform CERCA-CODICE-ARTICOLO
                 if not ha-codice
                    move art-codice to bcl-articolo
                    move spaces     to bcl-lotto
                    perform GENERA-CODICE-ARTICOLO
                    if not tutto-ok
                       exit perform
                    end-if
                 end-if
              end-if
           end-perform.
           move spaces to bcl-articolo bcl-codice.

      ***---
       CERCA-CODICE-ARTICOLO.
           set ha-codice to false.
           move art-codice to bar-articolo.
           move low-value  to bar-lotto.
           start artbarre key >= bar-chiave-articolo
                 invalid exit paragraph
           end-start.
           read artbarre next no lock
                at end exit paragraph
           end-read.
           if bar-articolo = art-codice
              set ha-codice to true
           end-if.

      ***---
       GENERA-CODICE-ARTICOLO.
           perform CERCA-ULTIMO-PROGRESSIVO.
           perform until 1 = 2
              add 1 to ws-progressivo
              move ws-progressivo    to ws-ci-progressivo
              move ws-codice-interno to bcl-codice
              move 13 to ws-lunghezza
              perform CALCOLA-CONTROLLO
              move ws-controllo      to ws-ci-controllo
              move ws-codice-interno to bcl-codice bar-codice
              read artbarre no lock
                   invalid exit perform
              end-read
           end-perform.
           move "I" to bcl-tipo.
           perform SCRIVI-CODICE.
           if tutto-ok
              add 1 to bcl-num-generati
           end-if.

      ***---
      * L'ULTIMO CODICE INTERNO E' IL PIU' ALTO FRA QUELLI CHE
      * INIZIANO PER "20" (13 CIFRE).
       CERCA-ULTIMO-PROGRESSIVO.
           move 0 to ws-progressivo.
           move "2099999999999" to bar-codice.
           start artbarre key <= bar-codice
                 invalid exit paragraph
           end-start.
           read artbarre previous no lock
                at end exit paragraph
           end-read.
           if bar-codice(1:2) = "20" and
              bar-codice(1:13) is numeric and
              bar-codice(14:) = spaces
              move bar-codice(3:10) to ws-progressivo
           end-if.

      ***---
       CANCELLA-CODICE.
           move bcl-codice to bar-codice.
           read artbarre
                invalid set tutto-ok to false
            not invalid
                delete artbarre record
                       invalid set tutto-ok to false
                   not invalid
                       set aul-cancellazione to true
                       perform AUDIT-CODICE
                end-delete
           end-read.

      ***---
       AUDIT-CODICE.
           move "ST-CODBARRE"           to aul-programma.
           move "ARTBARRE"              to aul-file-dati.
           move bar-codice              to aul-chiave-record.
           move "BAR-ARTICOLO"          to aul-campo.
           move spaces                  to aul-valore-precedente.
           string bar-articolo delimited size
                  " "          delimited size
                  bar-lotto    delimited size
             into aul-valore-nuovo
           end-string.
           move bcl-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

      ***---
       CLOSE-FILES.
           close artbarre articoli lotti.
