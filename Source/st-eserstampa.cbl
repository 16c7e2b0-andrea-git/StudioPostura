      * ESE-PERCORSO), DESCRIZIONE, SERIE PER RIPETIZIONI, ISTRUZIONI
      * E NOTE DEL TERAPISTA. USCITA DALLO SPOOLER CON L'OPZIONE PDF
      * COME OGNI ALTRA STAMPA.
      * SE IN MODLETT C'E' UN MODELLO "ESERC", LE SUE RIGHE (CON I
      * CAMPI DI UNIONE DI ST-MODLETT, PIU' {SCHEDA}) SI STAMPANO
      * COME INTRODUZIONE SOTTO L'INTESTAZIONE, PRIMA DEGLI ESERCIZI.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "modlett.lks".
       copy "errlog.lks".

       77  status-schedeser      pic xx.
       77  status-esercizi       pic xx.
       77  ws-ripet-z            pic zz9.
       77  ws-riga-serie         pic x(40).
       77  ws-istr-idx           pic 9(3).
       77  ws-ridx               pic 9(2).
       77  BitmapEsercizio       handle of bitmap.

      * FLAGS
           end-read.
           if tutto-ok
              perform LEGGI-PARAM-STUDIO
              perform UNISCI-MODELLO
           end-if.

      ***---
       UNISCI-MODELLO.
           initialize modlett-link.
           set  mll-unisci    to true.
           move "ESERC"       to mll-tipo.
           move cli-codice    to mll-cliente.
           move 1             to mll-num-campi.
           move "SCHEDA"      to mll-campo-nome(1).
           move link-scheda   to mll-campo-valore(1).
           call "st-modlett" using modlett-link.
           cancel "st-modlett".

      ***---
       LEGGI-PARAM-STUDIO.
      * PROFILO DELLA SEDE DEL CLIENTE, CON RICADUTA SUL PRINCIPALE

           if tutto-ok
              perform INTESTAZIONE
              if mll-esito-ok
                 perform INTRODUZIONE-DA-MODELLO
              end-if
              move low-value   to ses-chiave
              move link-scheda to ses-scheda
              start schedeser key >= ses-chiave

           add 0,3 to save-riga.

      ***---
       INTRODUZIONE-DA-MODELLO.
           move Calibri10 to spl-hfont.
           move 0         to spl-tipo-colonna.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > mll-num-righe
              move 1,0 to spl-colonna
              move mll-riga(ws-ridx) to spl-riga-stampa
              perform SCRIVI
           end-perform.
           add 0,3 to save-riga.

      ***---
       SCRIVI.
           add  78-passo      to save-riga.

           display message messaggio.

           initialize errlog-link.
           move "ST-ESERSTAMPA"   to ell-programma.
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
           close schedeser esercizi tschede clienti param.
