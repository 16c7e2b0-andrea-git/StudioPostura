      * NUMERO CHE DICE SE LA QUARTA STANZA VALE LA SPESA. SENZA
      * ORARI CONFIGURATI LA COLONNA DISPONIBILE RESTA A ZERO E LA
      * PERCENTUALE NON VIENE ESPOSTA.
      * DA BATCH (ST-REPINVIO) SEDE E PDF ARRIVANO DALLE VARIABILI
      * D'AMBIENTE "STAMPA-SEDE" E "STAMPA-PDF".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-stanze         pic xx.
       77  status-appuntamenti   pic xx.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

      * DESTINAZIONE PDF E SEDE DETTATE DA UN CHIAMANTE BATCH (VEDI
      * ST-REPINVIO): VARIABILI D'AMBIENTE "STAMPA-PDF" E
      * "STAMPA-SEDE" (A SPAZI TUTTE LE SEDI), COME ST-DOCUM
       77  ws-pdf-destinazione   pic x(200).
       77  ws-sede-filtro        pic x(4).
       77  ws-ore-appoggio       pic 9(5).

       LINKAGE SECTION.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to ws-num-sta.
           move spaces to ws-sede-filtro.
           accept ws-sede-filtro from environment "STAMPA-SEDE".

      ***---
       OPEN-FILES.
           end-start.
           perform until 1 = 2
              read stanze next at end exit perform end-read
              if ws-num-sta < ws-max-sta and
                 (ws-sede-filtro = spaces or
                  sta-studio = ws-sede-filtro)
                 add 1 to ws-num-sta
                 move sta-codice to ws-sta-codice(ws-num-sta)
                 move 0 to ws-sta-minuti-occ(ws-num-sta)
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
           move "ST-STANZEUTIL"   to ell-programma.
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
           close stanze appuntamenti param.
