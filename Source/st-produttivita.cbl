      * SI RAGIONA PER MESI INTERI E LE NOTE DI CREDITO ENTRANO IN
      * NEGATIVO SULLA VOCE "SENZA OPERATORE". LE SEDUTE E I CLIENTI
      * VISTI RESTANO SULLE SCHEDE ATTIVE, CHE SONO DELL'ANNO.
      * DA BATCH (ST-REPINVIO) SEDE E PDF ARRIVANO DALLE VARIABILI
      * D'AMBIENTE "STAMPA-SEDE" E "STAMPA-PDF".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-rschede        pic xx.
       77  status-tschede        pic xx.

       77  num-righe             pic 9(3).

      * DESTINAZIONE PDF E SEDE DETTATE DA UN CHIAMANTE BATCH (VEDI
      * ST-REPINVIO): VARIABILI D'AMBIENTE "STAMPA-PDF" E
      * "STAMPA-SEDE" (A SPAZI TUTTE LE SEDI), COME ST-DOCUM
       77  ws-pdf-destinazione   pic x(200).
       77  ws-sede-filtro        pic x(4).

       LINKAGE SECTION.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to ws-num-acc ws-num-vis ws-num-ope.
           move spaces to ws-sede-filtro.
           accept ws-sede-filtro from environment "STAMPA-SEDE".
           accept ws-data-corrente from century-date.
           move ws-data-corrente(1:6) to ws-mese-corrente.
           move link-data-da(1:6)     to ws-mese-per-da.
                 move cli-studio    to ws-studio-corrente
                 move 1             to ws-sedute-corrente
                 move 0             to ws-ricavi-correnti
                 if ws-sede-filtro = spaces or
                    ws-studio-corrente = ws-sede-filtro
                    perform ACCUMULA
                    perform MEMORIZZA-CLIENTE-VISTO
                 end-if
              end-if
           end-perform.


      ***---
       ACCUMULA.
      * CON UNA SEDE RICHIESTA IL RESTO NON ENTRA
           if ws-sede-filtro not = spaces and
              ws-studio-corrente not = ws-sede-filtro
              exit paragraph
           end-if.
           perform MEMORIZZA-OPERATORE.
           set trovato to false.
           if ws-num-acc > 0
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
           move "ST-PRODUTTIVITA"  to ell-programma.
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
           close rschede tschede tfatture tcorrisp clienti
