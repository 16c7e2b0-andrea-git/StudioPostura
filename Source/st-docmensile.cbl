      * IL CODICE IVA DEI DOCUMENTI GENERATI LO SCEGLIE CHI LANCIA
      * (LINK-IVA); LE SCRITTURE SONO INCORNICIATE SUL GIORNALE DI
      * TRANSAZIONE COME LE ALTRE GENERAZIONI.
      * CON LE SEDUTE ENTRANO LE PENALI DOVUTE PER LE DISDETTE
      * TARDIVE E I NO-SHOW DEL MESE (DISDETTE, VEDI ST-DISDETTE),
      * PER TUTTI I CLIENTI: UNA PENALE NON SI PAGA AL BANCO. LA
      * PENALE FATTURATA VIENE MARCATA COME LA SEDUTA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "clienti.sl".
           copy "tfatture.sl".
           copy "rfatture.sl".
           copy "articoli.sl".
           copy "codiva.sl".
           copy "param.sl".
           copy "disdette.sl".

      *****************************************************************
       DATA DIVISION.
           copy "clienti.fd".
           copy "tfatture.fd".
           copy "rfatture.fd".
           copy "articoli.fd".
           copy "codiva.fd".
           copy "param.fd".
           copy "disdette.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "giornale.lks".
       copy "errlog.lks".
       copy "castiva.lks".

       77  status-rschede        pic xx.
       77  status-tschede        pic xx.
       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-articoli       pic xx.
       77  status-codiva         pic xx.
       77  status-param          pic xx.
       77  status-disdette       pic xx.

       77  ws-font-idx           pic 9.

           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 ws-giornale-aperto value 1 false 0.
      * ACCESO QUANDO UNA RIGA DI MERCE HA PRESO IL CODICE IVA DEL
      * SUO ARTICOLO: L'IVA DI TESTATA VA RIFATTA DAL CASTELLETTO.
       77  filler                pic 9.
           88 ws-righe-codiva-propria value 1 false 0.
       77  filler                pic 9.
           88 cliente-lavorato   value 1 false 0.

              10 ws-sed-descrizione   pic x(50).
              10 ws-sed-prezzo        pic s9(5)v99.
              10 ws-sed-lavorata      pic x(1).
      * "S" SEDUTA (RSCHEDE), "D" PENALE DI DISDETTA (DISDETTE)
              10 ws-sed-origine       pic x(1).
              10 ws-sed-disdetta      pic x(16).
       77  ws-num-sedute         pic 9(3) value 0.
       77  ws-scan-idx           pic 9(3).

      * RICERCA PREZZO DI LISTINO (COME ST-DOCUM)
       77  filler                pic 9.
           88 ws-listino-trovato value 1 false 0.
       77  ws-prz-convenzione        pic x(4).
       77  ws-prz-listino            pic 9(5).
       77  ws-prz-origine            pic x(1).
       77  ws-prz-esito              pic xx.
       77  ws-listino-prezzo         pic s9(5)v99 value 0.

       77  ws-data-corrente      pic 9(8).
           if tutto-ok
              perform OPEN-FILES
              perform RACCOGLI-SEDUTE
              perform RACCOGLI-PENALI
              evaluate true
              when link-prova  perform STAMPA-LISTA-PROVA
              when link-esegui perform GENERA-FATTURE
      ***---
       OPEN-FILES.
           open i-o rschede tfatture rfatture.
           open input tschede clienti codiva
                      param articoli.
           open i-o disdette.
           if status-disdette = "35"
              open output disdette
              close       disdette
              open i-o    disdette
           end-if.

      ***---
       RACCOGLI-SEDUTE.
                    end-if
                    move spaces
                      to ws-sed-lavorata(ws-num-sedute)
                    move "S"
                      to ws-sed-origine(ws-num-sedute)
                 end-if
              end-if
           end-perform.

      ***---
      * PENALI ANCORA DOVUTE PER GLI APPUNTAMENTI DEL MESE: LE
      * SCALATE DAL PACCHETTO E LE CONDONATE NON ENTRANO.
       RACCOGLI-PENALI.
           move low-value to dsd-chiave.
           move link-anno to dsd-data(1:4).
           move link-mese to dsd-data(5:2).
           start disdette key >= dsd-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read disdette next no lock at end exit perform end-read
              if dsd-data(1:4) not = link-anno or
                 dsd-data(5:2) not = link-mese
                 exit perform
              end-if
              if dsd-penale-dovuta and dsd-penale > 0 and
                 ws-num-sedute < ws-max-sedute
                 add 1 to ws-num-sedute
                 move dsd-cliente  to ws-sed-cliente(ws-num-sedute)
                 move 0            to ws-sed-scheda(ws-num-sedute)
                                      ws-sed-progressivo(ws-num-sedute)
                 move dsd-data     to ws-sed-data(ws-num-sedute)
                 move dsd-articolo to ws-sed-articolo(ws-num-sedute)
                 initialize ws-sed-descrizione(ws-num-sedute)
                 if dsd-no-show
                    string "Penale mancata presentazione del "
                                             delimited size
                           dsd-data(7:2)     delimited size
                           "/"               delimited size
                           dsd-data(5:2)     delimited size
                           "/"               delimited size
                           dsd-data(1:4)     delimited size
                      into ws-sed-descrizione(ws-num-sedute)
                    end-string
                 else
                    string "Penale disdetta tardiva del "
                                             delimited size
                           dsd-data(7:2)     delimited size
                           "/"               delimited size
                           dsd-data(5:2)     delimited size
                           "/"               delimited size
                           dsd-data(1:4)     delimited size
                      into ws-sed-descrizione(ws-num-sedute)
                    end-string
                 end-if
                 move dsd-penale   to ws-sed-prezzo(ws-num-sedute)
                 move spaces       to ws-sed-lavorata(ws-num-sedute)
                 move "D"          to ws-sed-origine(ws-num-sedute)
                 move dsd-chiave   to ws-sed-disdetta(ws-num-sedute)
              end-if
           end-perform.

      ***---
       CERCA-PREZZO-LISTINO.
      * PREZZO PER IL CLIENTE ALLA DATA DELLA SEDUTA: LISTINO DELLA SUA
      * CONVENZIONE, DELLA SUA TIPOLOGIA O LISTINO BASE, NELL'ORDINE
      * (VEDI ST-PREZZO).
           set ws-listino-trovato to false.
           move spaces to ws-prz-convenzione.
           call "st-prezzo" using rsc-articolo rsc-data
                                  tsc-cliente ws-prz-convenzione
                                  ws-listino-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito = "OK"
              set ws-listino-trovato to true
           end-if.

      ***---
      ***---
       GENERA-RIGHE-E-MARCA.
           move 0 to ws-progressivo-riga.
           set ws-righe-codiva-propria to false.
           perform varying ws-scan-idx from 1 by 1
                     until ws-scan-idx > ws-num-sedute
              if ws-sed-lavorata(ws-scan-idx) = spaces and
                 move ws-sed-prezzo(ws-scan-idx) to rfa-listino
                 move 0 to rfa-sconto
                 move ws-sed-prezzo(ws-scan-idx) to rfa-prz
                 move link-iva to rfa-codiva
                 perform CODIVA-ARTICOLO-RIGA
                 perform GIORNALE-PASSO-RIGA
                 write rec-rfatture
                       invalid continue
                 move "S" to ws-sed-lavorata(ws-scan-idx)
              end-if
           end-perform.
           if ws-righe-codiva-propria
              perform RICALCOLA-IVA-RIGHE
           end-if.

      ***---
      * LA MERCE CON UN CODICE IVA PROPRIO SU ARTICOLI LO PORTA SULLA
      * RIGA; LE PRESTAZIONI RESTANO SUL CODICE DI TESTATA.
       CODIVA-ARTICOLO-RIGA.
           move rfa-articolo to art-codice.
           read articoli no lock
                invalid exit paragraph
           end-read.
           if not art-merce or art-codiva = spaces or
              art-codiva = link-iva
              exit paragraph
           end-if.
           move art-codiva to rfa-codiva.
           set ws-righe-codiva-propria to true.

      ***---
      * CON ALIQUOTE DIVERSE SULLE RIGHE L'IVA DI TESTATA SI RIFA'
      * DAL CASTELLETTO (VEDI ST-CASTIVA), CON LA REGOLA DI
      * ARROTONDAMENTO DEL PROFILO LETTO IN ASSEGNA-SEZIONALE.
       RICALCOLA-IVA-RIGHE.
           move link-anno       to tfa-anno.
           move ws-nuovo-numero to tfa-numero.
           read tfatture
                invalid exit paragraph
           end-read.
           initialize castiva-link.
           set  civ-calcola              to true.
           set  civ-fattura              to true.
           move tfa-anno                 to civ-anno.
           move tfa-numero               to civ-numero.
           move tfa-iva                  to civ-iva-testata.
           move tfa-cassa-importo        to civ-cassa.
           move prm-regola-arrotonda-iva to civ-regola-arrotonda.
           call   "st-castiva" using castiva-link.
           cancel "st-castiva".
           move civ-tot-imposta to tfa-importo-iva.
           compute tfa-importo-tot =
                   tfa-importo-sub + tfa-cassa-importo
                   + tfa-importo-iva.
           rewrite rec-tfatture
                   invalid continue
           end-rewrite.

      ***---
       MARCA-SEDUTA.
           if ws-sed-origine(ws-scan-idx) = "D"
              perform MARCA-PENALE
              exit paragraph
           end-if.
           move ws-sed-scheda(ws-scan-idx)      to rsc-codice.
           move ws-sed-progressivo(ws-scan-idx) to rsc-progressivo.
           read rschede
                end-rewrite
           end-read.

      ***---
       MARCA-PENALE.
           move ws-sed-disdetta(ws-scan-idx) to dsd-chiave.
           read disdette
                invalid continue
            not invalid
                set  dsd-penale-fatturata to true
                move link-anno       to dsd-doc-anno
                move ws-nuovo-numero to dsd-doc-numero
                rewrite rec-disdette
                        invalid continue
                end-rewrite
           end-read.

      ***---
       AUDIT-TFATTURE-GENERATA.
           initialize auditlog-link.

           display message messaggio.

           initialize errlog-link.
           move "ST-DOCMENSILE"   to ell-programma.
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
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
      ***---
       CLOSE-FILES.
           close rschede tschede clienti tfatture rfatture
                 codiva param disdette articoli.
           if link-esegui
              cancel "st-audit"
           end-if.
