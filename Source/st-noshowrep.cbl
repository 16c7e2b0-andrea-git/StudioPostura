      * FAR SALTARE ALL'OCCHIO CHI BRUCIA GLI SLOT. I RECIDIVI
      * VENGONO SEGNALATI ANCHE ALL'INSERIMENTO DI UNA NUOVA
      * PRENOTAZIONE (VEDI ST-APPINSER).
      * DA BATCH (ST-REPINVIO) SEDE DEL CLIENTE E PDF ARRIVANO DALLE
      * VARIABILI D'AMBIENTE "STAMPA-SEDE" E "STAMPA-PDF".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.

       77  num-righe             pic 9(3).

      * DESTINAZIONE PDF E SEDE DETTATE DA UN CHIAMANTE BATCH (VEDI
      * ST-REPINVIO): VARIABILI D'AMBIENTE "STAMPA-PDF" E
      * "STAMPA-SEDE" (A SPAZI TUTTE LE SEDI), COME ST-DOCUM
       77  ws-pdf-destinazione   pic x(200).
       77  ws-sede-filtro        pic x(4).
       77  filler                pic 9.
           88 sede-ok            value 1 false 0.

       LINKAGE SECTION.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to ws-num-cli ws-num-noshow.
           move spaces to ws-sede-filtro.
           accept ws-sede-filtro from environment "STAMPA-SEDE".

      ***---
       OPEN-FILES.
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
              if app-data > link-data-a
                 exit perform
              end-if
              set sede-ok to true
              if app-no-show
                 move app-cliente to cli-codice
                 perform CONTROLLA-SEDE-CLIENTE
              end-if
              if app-no-show and sede-ok
                 add 1 to ws-num-noshow
                 perform STAMPA-RIGA-NOSHOW
                 perform CONTA-PER-CLIENTE
              end-if
           end-perform.

      ***---
      * CON UNA SEDE RICHIESTA CONTANO SOLO I CLIENTI DI QUELLA SEDE.
       CONTROLLA-SEDE-CLIENTE.
           set sede-ok to true.
           if ws-sede-filtro = spaces
              exit paragraph
           end-if.
           read clienti no lock
                invalid move spaces to cli-studio
           end-read.
           if cli-studio not = ws-sede-filtro
              set sede-ok to false
           end-if.

      ***---
       STAMPA-RIGA-NOSHOW.
           add 1 to num-righe.

           display message messaggio.

           initialize errlog-link.
           move "ST-NOSHOWREP"    to ell-programma.
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
           close appuntamenti clienti param.
