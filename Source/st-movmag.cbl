      *       UNA RIGA DOCUMENTO PER UN ARTICOLO MERCE
      *   "G" RESTITUISCE SOLO LA GIACENZA IN LINK-GIACENZA
      *   "R" RETTIFICA INVENTARIALE: LA QUANTITA' ARRIVA GIA' COL
      *       SEGNO (POSITIVA O NEGATIVA); CON UN LOTTO INDICATO
      *       CORREGGE ANCHE IL SUO RESIDUO
      *   "E" RESO DAL CLIENTE: CARICO DELLA MERCE RIENTRATA, CON
      *       GLI ESTREMI DELLA NOTA DI CREDITO (TIPO "N", VEDI
      *       ST-NOTACRPAR), SUL LOTTO DELLO SCARICO ORIGINALE: IL
      *       RESIDUO DEL LOTTO TORNA, IL CARICATO E L'ULTIMO COSTO
      *       NO (NON E' UN ACQUISTO)
      * SU UN ARTICOLO CHE NON E' MERCE NON SI MOVIMENTA NULLA.
      * SE IL CHIAMANTE PASSA IL CODICE LETTO DALLO SCANNER
      * (LINK-CODICE-LETTO, VEDI ST-CODBARRE) L'ARTICOLO SI RICAVA DA
      * QUELLO E TORNA IN LINK-ARTICOLO; SUI CARICHI SENZA LOTTO
      * INDICATO VALE IL LOTTO DEL CODICE, SE NE HA UNO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       77  filler                pic 9.
           88 lotto-trovato      value 1 false 0.

           copy "codbarre.lks".

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-carico        value "C".
           88 link-scarico       value "S".
           88 link-rettifica     value "R".
           88 link-reso          value "E".
           88 link-solo-giacenza value "G".
       77  link-articolo         pic x(6).
       77  link-qta              pic s9(5).
           88 link-esito-ko      value "KO".
      * LOTTO E SCADENZA SUI CARICHI (A SPAZI/ZERO = ARTICOLO SENZA
      * GESTIONE LOTTI); IN USCITA SUGLI SCARICHI PORTANO IL LOTTO
      * CONSUMATO PER PRIMA SCADENZA. SU RESI E RETTIFICHE IL LOTTO
      * E' QUELLO DA MUOVERE (LA SCADENZA LA DA' IL REGISTRO)
       77  link-lotto            pic x(15).
       77  link-scadenza-lotto   pic 9(8).
      * CODICE A BARRE LETTO (A SPAZI = VALE LINK-ARTICOLO)
       77  link-codice-letto     pic x(20).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-articolo link-qta
                                 link-doc-anno link-doc-numero
                                 link-note link-operatore
                                 link-giacenza link-esito
                                 link-lotto link-scadenza-lotto
                                 link-codice-letto.

      ***---
       MAIN-PRG.
           perform INIT.
           if link-codice-letto not = spaces
              perform RISOLVI-CODICE-LETTO
           end-if.
           perform OPEN-FILES.
           if tutto-ok
              perform CONTROLLA-ARTICOLO
           end-if.
           if tutto-ok
              perform CALCOLA-GIACENZA
              evaluate true
              when link-carico     perform REGISTRA-CARICO
              when link-scarico    perform REGISTRA-SCARICO
              when link-rettifica  perform REGISTRA-RETTIFICA
              when link-reso       perform REGISTRA-RESO
              when link-solo-giacenza
                   continue
              when other
           move 0 to link-giacenza.
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
           if link-carico and link-lotto = spaces
              move bcl-lotto to link-lotto
           end-if.

      ***---
       OPEN-FILES.
           open i-o articoli.
           move ws-data-corrente to mov-data.
           set  mov-rettifica    to true.
           move link-qta         to mov-qta.
           move link-doc-tipo    to mov-doc-tipo.
           move link-doc-anno    to mov-doc-anno.
           move link-doc-numero  to mov-doc-numero.
           move link-note        to mov-note.
           move link-operatore   to mov-operatore.
           if link-lotto not = spaces
              perform AGGIORNA-RESIDUO-LOTTO
              move link-lotto          to mov-lotto
              move lot-data-scadenza   to mov-scadenza-lotto
           end-if.
           write rec-movmag
                 invalid set tutto-ok to false
           end-write.
              add link-qta to ws-giacenza
           end-if.

      ***---
      * LA MERCE RESA RIENTRA COME CARICO, SENZA COSTO: LA GIACENZA
      * TORNA, L'ULTIMO COSTO DI ACQUISTO RESTA QUELLO CHE ERA.
       REGISTRA-RESO.
           if link-qta <= 0
              set tutto-ok to false
              exit paragraph
           end-if.
           initialize rec-movmag.
           move link-articolo    to mov-articolo.
           compute mov-progressivo = ws-ultimo-progressivo + 1.
           move ws-data-corrente to mov-data.
           set  mov-carico       to true.
           move link-qta         to mov-qta.
           move 0                to mov-costo.
           move link-doc-tipo    to mov-doc-tipo.
           move link-doc-anno    to mov-doc-anno.
           move link-doc-numero  to mov-doc-numero.
           move link-note        to mov-note.
           move link-operatore   to mov-operatore.
           if link-lotto not = spaces
              perform AGGIORNA-RESIDUO-LOTTO
              move link-lotto          to mov-lotto
              move lot-data-scadenza   to mov-scadenza-lotto
           end-if.
           write rec-movmag
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              add link-qta to ws-giacenza
           end-if.

      ***---
      * RESI E RETTIFICHE SU UN LOTTO NOTO NE CORREGGONO SOLO IL
      * RESIDUO (COL SEGNO DELLA QUANTITA', MAI SOTTO ZERO). UN LOTTO
      * CHE NON E' SUL REGISTRO NON SI CREA: IL MOVIMENTO LO PORTA
      * COMUNQUE, SENZA SCADENZA.
       AGGIORNA-RESIDUO-LOTTO.
           move link-articolo to lot-articolo.
           move link-lotto    to lot-codice.
           read lotti
                invalid
                   move 0 to lot-data-scadenza
                   exit paragraph
           end-read.
           add link-qta to lot-qta-residua.
           if lot-qta-residua < 0
              move 0 to lot-qta-residua
           end-if.
           rewrite rec-lotti
                   invalid continue
           end-rewrite.

      ***---
       CARICA-REGISTRO-LOTTO.
      * IL CARICO ALIMENTA (O CREA) LA RIGA DEL LOTTO, CON LA DATA
