      * (LINK-FUNZIONE):
      *   "G" GENERA LA PROPOSTA D'ORDINE DALLA LISTA DI RIORDINO:
      *       OGNI ARTICOLO MERCE SOTTO ART-SOGLIA-RIORDINO RICEVE
      *       UNA RIGA CON QUANTITA' FINO AL DOPPIO DELLA SOGLIA,
      *       PORTATA AL LOTTO MINIMO E A CONFEZIONI INTERE DEL
      *       LISTINO (ARTFORN, VEDI ST-LISTFORN), E COSTO AL PEZZO
      *       DEL LISTINO IN VIGORE O, SENZA LISTINO, DA
      *       ART-COSTO-ULTIMO. CON LINK-FORNITORE VALORIZZATO
      *       L'ORDINE E' UNO, PER QUEL FORNITORE; A SPAZI OGNI
      *       ARTICOLO VA AL FORNITORE COL COSTO AL PEZZO PIU' BASSO
      *       FRA I LISTINI IN VIGORE E SI APRE UN ORDINE PER
      *       FORNITORE (NUMERI CONSECUTIVI DA LINK-NUMERO, QUANTI
      *       IN LINK-NUM-ORDINI); GLI ARTICOLI SENZA LISTINO
      *       RESTANO FUORI, CONTATI IN LINK-NUM-ESCLUSI, E SI
      *       AGGIUNGONO A MANO CON "M". RESTITUISCE ANNO E NUMERO
      *   "M" AGGIUNGE UNA RIGA MANUALE A UN ORDINE APERTO
      *   "S" STAMPA L'ORDINE PER IL FORNITORE (ANCHE PDF)
      *   "R" RICEVE UNA RIGA: LA QUANTITA' ARRIVATA (CONFERMATA O
      *       LE RIGHE CORTE LASCIANO L'ORDINE IN STATO PARZIALE,
      *       COSI' L'ARRETRATO RESTA SOTT'OCCHIO
      *   "X" ANNULLA UN ORDINE APERTO
      * SU "M" E "R" L'ARTICOLO PUO' ARRIVARE COME CODICE A BARRE
      * LETTO DALLO SCANNER (LINK-CODICE-LETTO, VEDI ST-CODBARRE):
      * TORNA RISOLTO IN LINK-ARTICOLO, E SUL RICEVIMENTO IL LOTTO
      * DEL CODICE VALE SE NON NE E' STATO INDICATO UNO. AL
      * RICEVIMENTO CON LINK-PROGRESSIVO A ZERO LA RIGA E' LA PRIMA
      * DELL'ORDINE ANCORA SCOPERTA PER QUELL'ARTICOLO, E IL SUO
      * PROGRESSIVO TORNA IN LINK-PROGRESSIVO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "fornitori.sl".
           copy "movmag.sl".
           copy "param.sl".
           copy "artforn.sl".

      *****************************************************************
       DATA DIVISION.
           copy "fornitori.fd".
           copy "movmag.fd".
           copy "param.fd".
           copy "artforn.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tordforn       pic xx.
       77  status-rordforn       pic xx.
       77  status-fornitori      pic xx.
       77  status-movmag         pic xx.
       77  status-param          pic xx.
       77  status-artforn        pic xx.

       77  ws-font-idx           pic 9.

       77  ws-giacenza           pic s9(7).
       77  ws-qta-proposta       pic s9(7).
       77  ws-qta-da-caricare    pic s9(5).
       77  ws-num-confezioni     pic 9(7).

      * LISTINO SCELTO PER L'ARTICOLO IN PROPOSTA
       77  filler                pic 9.
           88 listino-trovato    value 1 false 0.
       77  ws-sel-fornitore      pic x(6).
       77  ws-sel-costo          pic s9(7)v9(4).
       77  ws-sel-confezione     pic 9(5).
       77  ws-sel-lotto-minimo   pic 9(5).
       77  ws-costo-pezzo        pic s9(7)v9(4).

      * ORDINI APERTI DALLA PROPOSTA, UNO PER FORNITORE
       78  ws-max-ordini         value 50.
       01  ws-ofo-tab.
           05 ws-ofo             occurs 50 times indexed by ws-oidx.
              10 ws-ofo-fornitore     pic x(6).
              10 ws-ofo-numero        pic 9(4).
              10 ws-ofo-prg           pic 9(3).
       77  ws-num-ofo            pic 9(3) value 0.
       77  ws-ofo-corrente       pic 9(3).

      * CARICO VIA ST-MOVMAG
       77  ws-mag-funzione       pic x(1).
       77  ws-mag-note           pic x(50).
       77  ws-mag-giacenza       pic s9(7).
       77  ws-mag-esito          pic xx.
       77  ws-mag-codice-letto   pic x(20) value spaces.

           copy "codbarre.lks".

      * RIGHE PER LA STAMPA
       01  r-riga.
      * (A SPAZI/ZERO = ARTICOLO SENZA GESTIONE LOTTI)
       77  link-lotto            pic x(15).
       77  link-scadenza-lotto   pic 9(8).
      * CODICE A BARRE LETTO (A SPAZI = VALE LINK-ARTICOLO)
       77  link-codice-letto     pic x(20).
      * PROPOSTA "G" SENZA FORNITORE: ORDINI APERTI E ARTICOLI SOTTO
      * SCORTA RIMASTI SENZA LISTINO IN VIGORE
       77  link-num-ordini       pic 9(3).
       77  link-num-esclusi      pic 9(5).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-anno link-numero
                                 link-articolo link-qta link-costo
                                 link-operatore link-stampante
                                 link-percorso-pdf link-esito
                                 link-lotto link-scadenza-lotto
                                 link-codice-letto
                                 link-num-ordini link-num-esclusi.

      ***---
       MAIN-PRG.
           perform INIT.
           if link-codice-letto not = spaces and
              (link-riga-manuale or link-ricevi)
              perform RISOLVI-CODICE-LETTO
           end-if.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              evaluate true
              when link-genera       perform GENERA-PROPOSTA
           set tutto-ok-stampa to true.
           accept ws-data-corrente from century-date.

      ***---
       RISOLVI-CODICE-LETTO.
           initialize codbarre-link.
           set bcl-risolvi to true.
           move link-codice-letto to bcl-codice.
           call "st-codbarre" using codbarre-link.
           cancel "st-codbarre".
           if not bcl-esito-ok
              set tutto-ok to false
              exit paragraph
           end-if.
           move bcl-articolo to link-articolo.
           if link-ricevi and link-lotto = spaces
              move bcl-lotto to link-lotto
           end-if.

      ***---
       OPEN-FILES.
           open i-o tordforn.
              close       movmag
              open input  movmag
           end-if.
           open input artforn.
           if status-artforn = "35"
              open output artforn
              close       artforn
              open input  artforn
           end-if.

      ***---
       GENERA-PROPOSTA.
           move ws-data-corrente(1:4) to link-anno.
           move 0 to link-numero link-num-ordini link-num-esclusi
                     ws-num-ofo.
           if link-fornitore not = spaces
              move link-fornitore to for-codice
              read fornitori no lock
                   invalid set tutto-ok to false
              end-read
              if not tutto-ok
                 exit paragraph
              end-if
              move link-fornitore to ws-sel-fornitore
              perform APRI-ORDINE-PROPOSTA
              if not tutto-ok
                 exit paragraph
              end-if
           end-if.
      * LA PROPOSTA RICALCA ST-RIORDINO: SOTTO LA SOGLIA SI ORDINA
      * FINO AL DOPPIO DELLA SOGLIA, COSI' NON SI RIORDINA OGNI
      * SETTIMANA LO STESSO ARTICOLO.
                 if ws-giacenza < art-soglia-riordino
                    compute ws-qta-proposta =
                            (art-soglia-riordino * 2) - ws-giacenza
                    perform PROPONI-ARTICOLO
                 end-if
              end-if
              if not tutto-ok
                 exit perform
              end-if
           end-perform.

      ***---
       PROPONI-ARTICOLO.
           if link-fornitore = spaces
              perform SCEGLI-FORNITORE-LISTINO
              if not listino-trovato
                 add 1 to link-num-esclusi
                 exit paragraph
              end-if
              perform CERCA-ORDINE-FORNITORE
              if not tutto-ok
                 exit paragraph
              end-if
           else
              perform LEGGI-LISTINO-FORNITORE
              move 1 to ws-ofo-corrente
           end-if.
           if listino-trovato
              perform ARROTONDA-QTA-LISTINO
           end-if.
           add 1 to ws-ofo-prg(ws-ofo-corrente).
           initialize rec-rordforn.
           move link-anno       to ror-anno.
           move ws-ofo-numero(ws-ofo-corrente)   to ror-numero.
           move ws-ofo-prg(ws-ofo-corrente)      to ror-progressivo.
           move art-codice      to ror-articolo.
           move ws-qta-proposta to ror-qta-ordinata.
           move 0               to ror-qta-ricevuta.
           if listino-trovato
              compute ror-costo rounded = ws-sel-costo
           else
              move art-costo-ultimo to ror-costo
           end-if.
           write rec-rordforn
                 invalid continue
           end-write.

      ***---
      * FRA I LISTINI IN VIGORE OGGI DELL'ARTICOLO, QUELLO COL COSTO
      * AL PEZZO PIU' BASSO; A PARI COSTO IL PRIMO PER CODICE
      * FORNITORE. UN FORNITORE SPARITO DALL'ANAGRAFICA NON VALE.
       SCEGLI-FORNITORE-LISTINO.
           set listino-trovato to false.
           move low-value  to afo-chiave.
           move art-codice to afo-articolo.
           start artforn key >= afo-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read artforn next at end exit perform end-read
              if afo-articolo not = art-codice
                 exit perform
              end-if
              if afo-prezzo > 0 and
                 afo-valido-dal <= ws-data-corrente and
                 (afo-valido-al = 0 or
                  afo-valido-al >= ws-data-corrente)
                 perform CALCOLA-COSTO-PEZZO
                 if not listino-trovato or
                    ws-costo-pezzo < ws-sel-costo
                    move afo-fornitore to for-codice
                    read fornitori no lock
                         invalid continue
                     not invalid
                         perform PRENDI-LISTINO
                    end-read
                 end-if
              end-if
           end-perform.

      ***---
       LEGGI-LISTINO-FORNITORE.
           set listino-trovato to false.
           move art-codice     to afo-articolo.
           move link-fornitore to afo-fornitore.
           read artforn no lock
                invalid exit paragraph
           end-read.
           if afo-prezzo > 0 and
              afo-valido-dal <= ws-data-corrente and
              (afo-valido-al = 0 or afo-valido-al >= ws-data-corrente)
              perform CALCOLA-COSTO-PEZZO
              perform PRENDI-LISTINO
           end-if.

      ***---
       CALCOLA-COSTO-PEZZO.
           if afo-confezione = 0
              move afo-prezzo to ws-costo-pezzo
           else
              compute ws-costo-pezzo rounded =
                      afo-prezzo / afo-confezione
           end-if.

      ***---
       PRENDI-LISTINO.
           set listino-trovato to true.
           move afo-fornitore    to ws-sel-fornitore.
           move ws-costo-pezzo   to ws-sel-costo.
           move afo-confezione   to ws-sel-confezione.
           move afo-lotto-minimo to ws-sel-lotto-minimo.

      ***---
      * ALMENO IL LOTTO MINIMO, E SEMPRE CONFEZIONI INTERE.
       ARROTONDA-QTA-LISTINO.
           if ws-qta-proposta < ws-sel-lotto-minimo
              move ws-sel-lotto-minimo to ws-qta-proposta
           end-if.
           if ws-sel-confezione > 1
              compute ws-num-confezioni =
                      (ws-qta-proposta + ws-sel-confezione - 1)
                    / ws-sel-confezione
              compute ws-qta-proposta =
                      ws-num-confezioni * ws-sel-confezione
           end-if.

      ***---
      * L'ORDINE DEL FORNITORE SCELTO SI APRE ALLA SUA PRIMA RIGA.
       CERCA-ORDINE-FORNITORE.
           set ws-oidx to 1.
           search ws-ofo varying ws-oidx
              at end
                 perform APRI-ORDINE-PROPOSTA
              when ws-oidx > ws-num-ofo
                 perform APRI-ORDINE-PROPOSTA
              when ws-ofo-fornitore(ws-oidx) = ws-sel-fornitore
                 set ws-ofo-corrente to ws-oidx
           end-search.

      ***---
       APRI-ORDINE-PROPOSTA.
           if ws-num-ofo >= ws-max-ordini
              set tutto-ok to false
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-NUMERO.
           initialize rec-tordforn.
           move link-anno        to ord-anno.
           compute ord-numero = ws-ultimo-numero + 1.
           move ws-sel-fornitore to ord-fornitore.
           move ws-data-corrente to ord-data.
           set  ord-aperto       to true.
           if link-fornitore = spaces
              move "Proposta di riordino, fornitore piu' conveniente"
                to ord-note
           else
              move "Proposta generata dalla lista di riordino"
                to ord-note
           end-if.
           move link-operatore   to ord-operatore.
           write rec-tordforn
                 invalid set tutto-ok to false
           end-write.
           if not tutto-ok
              exit paragraph
           end-if.
           add 1 to ws-num-ofo.
           move ws-num-ofo       to ws-ofo-corrente.
           move ws-sel-fornitore to ws-ofo-fornitore(ws-num-ofo).
           move ord-numero       to ws-ofo-numero(ws-num-ofo).
           move 0                to ws-ofo-prg(ws-num-ofo).
           move ws-num-ofo       to link-num-ordini.
           if link-numero = 0
              move ord-numero to link-numero
           end-if.

      ***---
       CALCOLA-GIACENZA-ARTICOLO.
           move 0 to ws-giacenza.
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-progressivo = 0
              perform CERCA-RIGA-ARTICOLO
              if not tutto-ok
                 exit paragraph
              end-if
           end-if.
           move link-anno        to ror-anno.
           move link-numero      to ror-numero.
           move link-progressivo to ror-progressivo.
                                  ws-mag-doc-numero ws-mag-note
                                  link-operatore ws-mag-giacenza
                                  ws-mag-esito
                                  link-lotto link-scadenza-lotto
                                  ws-mag-codice-letto.
           cancel "st-movmag".
           if ws-mag-esito not = "OK"
              set tutto-ok to false
           end-rewrite.
           perform AGGIORNA-STATO-ORDINE.

      ***---
      * PRIMA RIGA DELL'ARTICOLO ANCORA SCOPERTA; SE SONO TUTTE
      * COPERTE (ARRIVA PIU' MERCE DEL PREVISTO) LA PRIMA RIGA
      * DELL'ARTICOLO.
       CERCA-RIGA-ARTICOLO.
           move low-value   to ror-chiave.
           move link-anno   to ror-anno.
           move link-numero to ror-numero.
           start rordforn key >= ror-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rordforn next no lock at end exit perform end-read
              if ror-anno   not = link-anno or
                 ror-numero not = link-numero
                 exit perform
              end-if
              if ror-articolo = link-articolo
                 if link-progressivo = 0
                    move ror-progressivo to link-progressivo
                 end-if
                 if ror-qta-ricevuta < ror-qta-ordinata
                    move ror-progressivo to link-progressivo
                    exit perform
                 end-if
              end-if
           end-perform.
           if link-progressivo = 0
              set tutto-ok to false
           end-if.

      ***---
       AGGIORNA-STATO-ORDINE.
      * TUTTE LE RIGHE COPERTE = EVASO; ALMENO UNA CORTA = PARZIALE.

           display message messaggio.

           initialize errlog-link.
           move "ST-ORDFORN"      to ell-programma.
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
           close tordforn rordforn articoli fornitori movmag param
                 artforn.

      ***---
       EXIT-PGM.
