      *   "A" APRE UN INVENTARIO: FOTOGRAFA LA GIACENZA TEORICA DI
      *       OGNI ARTICOLO MERCE (SOMMA DEI MOVIMENTI MOVMAG) SULLE
      *       RIGHE RINVENT E RESTITUISCE IL NUMERO
      *   "L" STAMPA LE LISTE DI CONTA (ARTICOLO, DESCRIZIONE,
      *       CODICE A BARRE E RIGA PER SCRIVERE A MANO IL CONTATO)
      *   "C" REGISTRA LA QUANTITA' CONTATA DI UN ARTICOLO. CON IL
      *       CODICE LETTO DALLO SCANNER (LINK-CODICE-LETTO, VEDI
      *       ST-CODBARRE) LA CONTA SI FA PEZZO PER PEZZO: OGNI
      *       LETTURA AGGIUNGE LINK-QTA-CONTATA (A ZERO = UN PEZZO)
      *       AL CONTATO, E IN USCITA LINK-ARTICOLO E
      *       LINK-QTA-CONTATA PORTANO L'ARTICOLO E IL TOTALE
      *   "Z" CHIUDE: PER OGNI DIFFERENZA FRA CONTATO E TEORICO
      *       SCRIVE UNA RETTIFICA CON ST-MOVMAG (NOTA "INVENTARIO
      *       N. X": FINALMENTE TRACCIABILE), STAMPA IL PROSPETTO
           copy "articoli.sl".
           copy "movmag.sl".
           copy "param.sl".
           copy "artbarre.sl".

      *****************************************************************
       DATA DIVISION.
           copy "articoli.fd".
           copy "movmag.fd".
           copy "param.fd".
           copy "artbarre.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".
       copy "codbarre.lks".

       77  status-tinvent        pic xx.
       77  status-rinvent        pic xx.
       77  status-articoli       pic xx.
       77  status-movmag         pic xx.
       77  status-param          pic xx.
       77  status-artbarre       pic xx.

       77  ws-font-idx           pic 9.

       77  ws-mag-esito          pic xx.
       77  ws-mag-lotto          pic x(15) value spaces.
       77  ws-mag-scad-lotto     pic 9(8)  value 0.
       77  ws-mag-codice-letto   pic x(20) value spaces.

      * CONTATORI
       77  ws-num-articoli       pic 9(4) value 0.
      * RIGHE PER LA STAMPA
       01  r-riga-conta.
           05 rc-articolo        pic x(8).
           05 rc-descrizione     pic x(30).
           05 rc-codice-barre    pic x(15).
           05 rc-spazio-conta    pic x(20).
       01  r-riga-diff.
           05 rd-articolo        pic x(8).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
      * CODICE A BARRE LETTO (A SPAZI = VALE LINK-ARTICOLO)
       77  link-codice-letto     pic x(20).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-numero
                                 link-articolo link-qta-contata
                                 link-operatore link-stampante
                                 link-esito link-codice-letto.

      ***---
       MAIN-PRG.
           perform INIT.
           if link-conta and link-codice-letto not = spaces
              perform RISOLVI-CODICE-LETTO
           end-if.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              evaluate true
              when link-apri   perform APRI-INVENTARIO
              close       movmag
              open input  movmag
           end-if.
           open input artbarre.
           if status-artbarre = "35"
              open output artbarre
              close       artbarre
              open input  artbarre
           end-if.

      ***---
       RISOLVI-CODICE-LETTO.
           initialize codbarre-link.
           set bcl-risolvi to true.
           move link-codice-letto to bcl-codice.
           call "st-codbarre" using codbarre-link.
           cancel "st-codbarre".
           if bcl-esito-ok
              move bcl-articolo to link-articolo
           else
              set tutto-ok to false
           end-if.

      ***---
       APRI-INVENTARIO.
           read rinvent
                invalid set tutto-ok to false
            not invalid
                if link-codice-letto = spaces
                   move link-qta-contata to rin-qta-contata
                else
                   if link-qta-contata = 0
                      move 1 to link-qta-contata
                   end-if
                   if not rin-contato-si
                      move 0 to rin-qta-contata
                   end-if
                   add link-qta-contata to rin-qta-contata
                   move rin-qta-contata to link-qta-contata
                end-if
                set rin-contato-si to true
                rewrite rec-rinvent
                        invalid set tutto-ok to false
                                  ws-mag-doc-numero ws-mag-note
                                  link-operatore ws-mag-giacenza
                                  ws-mag-esito
                                  ws-mag-lotto ws-mag-scad-lotto
                                  ws-mag-codice-letto.
           if ws-mag-esito = "OK"
              add 1 to ws-num-rettifiche
           end-if.
           end-read.
           move spaces to r-riga-conta.
           move rin-articolo          to rc-articolo.
           move art-descrizione(1:30) to rc-descrizione.
           perform CERCA-CODICE-BARRE.
           move "CONTATO: ________"   to rc-spazio-conta.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga-conta to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * IL CODICE DELL'ARTICOLO SENZA LOTTO VIENE PRIMA DI QUELLI
      * DEI LOTTI; SENZA CODICI LA COLONNA RESTA VUOTA.
       CERCA-CODICE-BARRE.
           move rin-articolo to bar-articolo.
           move low-value    to bar-lotto.
           start artbarre key >= bar-chiave-articolo
                 invalid exit paragraph
           end-start.
           read artbarre next no lock
                at end exit paragraph
           end-read.
           if bar-articolo = rin-articolo
              move bar-codice to rc-codice-barre
           end-if.

      ***---
       STAMPA-RIGA-DIFFERENZA.
           if not tutto-ok-stampa

           display message messaggio.

           initialize errlog-link.
           move "ST-INVENTARIO"   to ell-programma.
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
           close tinvent rinvent articoli movmag param artbarre.
           if link-chiudi
              cancel "st-movmag"
           end-if.
