      * LA RAGIONE SOCIALE: GLI AGGREGATI NON PORTANO LA DIMENSIONE
      * CLIENTE (ESPLODEREBBERO AL VOLUME DEL DETTAGLIO) E QUESTA
      * VISTA PAGA VOLENTIERI LA SCANSIONE LUNGA.
      * DA BATCH (ST-REPINVIO) SEDE E PDF ARRIVANO DALLE VARIABILI
      * D'AMBIENTE "STAMPA-SEDE" E "STAMPA-PDF".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.

       77  num-righe             pic 9(3).

      * DESTINAZIONE PDF E SEDE DETTATE DA UN CHIAMANTE BATCH (VEDI
      * ST-REPINVIO): VARIABILI D'AMBIENTE "STAMPA-PDF" E
      * "STAMPA-SEDE" (A SPAZI TUTTE LE SEDI), COME ST-DOCUM
       77  ws-pdf-destinazione   pic x(200).
       77  ws-sede-filtro        pic x(4).

       LINKAGE SECTION.
       01  link-periodo.
           05 link-data-da       pic 9(8).
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           set RecLocked to false.
           move spaces to ws-sede-filtro.
           accept ws-sede-filtro from environment "STAMPA-SEDE".
           set trovato   to false.
           move 0 to ws-num-righe.
           move 0 to ws-tot-sub ws-tot-iva ws-tot-tot.

      ***---
       ACCUMULA-RIGA.
      * CON UNA SEDE RICHIESTA, NELLA VISTA PER SEDE, IL RESTO NON
      * ENTRA
           if ws-sede-filtro not = spaces and not vista-cliente and
              ws-cur-studio not = ws-sede-filtro
              exit paragraph
           end-if.
           set trovato to false.
           if ws-num-righe > 0
              perform varying ws-idx from 1 by 1
           if selprint-stampante not = space
              move selprint-num-copie to SPL-NUM-COPIE
              move selprint-stampante to SPL-NOME-STAMPANTE
              move spaces to ws-pdf-destinazione
              accept ws-pdf-destinazione
                     from environment "STAMPA-PDF"
              if ws-pdf-destinazione not = spaces
                 move "S"                 to SPL-SALVA-PDF
                 move ws-pdf-destinazione to SPL-PERCORSO-PDF
              end-if

              move titolo to spl-nome-job
              set spl-apertura to true

           display message messaggio.

           initialize errlog-link.
           move "ST-RIEPILOGO"    to ell-programma.
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
           close clienti param tfatture tcorrisp tnotacr statmens.
