      * 78-GIORNI-TERMINE); LE FATTURE SEGNATE TFA-PAGATA-PARZIALE
      * ENTRANO NELLO SCADUTO PER L'INTERO IMPORTO, NON ESISTENDO SUL
      * TRACCIATO UN CAMPO CHE REGISTRI QUANTO E' STATO GIA' INCASSATO.
      * DA BATCH (ST-REPINVIO) SEDE E PDF ARRIVANO DALLE VARIABILI
      * D'AMBIENTE "STAMPA-SEDE" E "STAMPA-PDF".
      * IL TESTO DEL SOLLECITO E' QUELLO DEL MODELLO "SOLLEC" DI
      * MODLETT, SE C'E' (ST-MODLETT, NELLA LINGUA DEL CLIENTE, CON
      * {TOTALE-DOVUTO} E {NUM-FATTURE} OLTRE AI CAMPI STANDARD): UNA
      * RIGA CON {FATTURE} SEGNA IL PUNTO IN CUI VA LA TABELLA DELLE
      * FATTURE; SENZA MODELLO SI STAMPA IL TESTO FISSO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "modlett.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
           05 filler             pic x(31) value "TOTALE DOVUTO".
           05 rlt-importo        PIC z.zzz.zz9,99.

      * CAMPI DI UNIONE DEL MODELLO DI SOLLECITO
       77  ws-num-fatture-lett   pic 9(4).
       77  ws-num-fatture-z      pic zzz9.
       77  ws-importo-z          pic z.zzz.zz9,99.
       77  ws-ridx               pic 9(2).
       77  ws-lead               pic 9(2).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

      * DESTINAZIONE PDF E SEDE DETTATE DA UN CHIAMANTE BATCH (VEDI
      * ST-REPINVIO): VARIABILI D'AMBIENTE "STAMPA-PDF" E
      * "STAMPA-SEDE" (A SPAZI TUTTE LE SEDI), COME ST-DOCUM
       77  ws-pdf-destinazione   pic x(200).
       77  ws-sede-filtro        pic x(4).
       77  filler                pic 9.
           88 sede-ok            value 1 false 0.
       77  ws-data-dply          pic x(10).

       LINKAGE SECTION.
           move 0 to ws-tot-fascia1 ws-tot-fascia2
                     ws-tot-fascia3 ws-tot-fascia4.
           accept ws-oggi from century-date.
           move spaces to ws-sede-filtro.
           accept ws-sede-filtro from environment "STAMPA-SEDE".
           move ws-oggi          to ws-conv-data.
           perform CONVERTI-GIORNI.
           move ws-conv-assoluto to ws-oggi-assoluto.
           perform until 1 = 2
              read tfatture next at end exit perform end-read
              if not tfa-pagata
                 move tfa-cliente to cli-codice
                 perform CONTROLLA-SEDE-CLIENTE
              end-if
              if not tfa-pagata and sede-ok
                 move tfa-data-doc  to ws-conv-data
                 perform CONVERTI-GIORNI
                 compute ws-scad-assoluto =
                            ws-oggi-assoluto - ws-scad-assoluto
                    move tfa-cliente    to ws-cur-cliente
                    move tfa-importo-tot to ws-cur-importo
      * IN SCISSIONE DEI PAGAMENTI L'IVA LA VERSA IL CLIENTE ALL'ERARIO:
      * AL SOLLECITO VA IL TOTALE SENZA IVA, COME IN ST-SCADGEN.
                    if tfa-split
                       subtract tfa-importo-iva from ws-cur-importo
                    end-if
                    perform ACCUMULA-SCADUTO
                    perform SALVA-DETTAGLIO
                 end-if
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
       ACCUMULA-SCADUTO.
           set trovato to false.
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

           add 0,7 to save-riga.
           move Calibri10 to spl-hfont.
           perform UNISCI-MODELLO.
           if mll-esito-ok
              perform CORPO-SOLLECITO-DA-MODELLO
              add 1 to ws-num-lettere
              exit paragraph
           end-if.
           inspect cli-ragsoc replacing trailing space by low-value.
           initialize spl-riga-stampa.
           string "Gentile "    delimited size
                                to spl-riga-stampa.
           perform SCRIVI.

           perform TABELLA-FATTURE-LETTERA.

           add 0,7 to save-riga.
           move Calibri10 to spl-hfont.
           move "Vi invitiamo a regolarizzare la posizione a stretto"
                                to spl-riga-stampa.
           perform SCRIVI.
           add 0,4 to save-riga.
           move "giro, o a contattarci per eventuali chiarimenti."
                                to spl-riga-stampa.
           perform SCRIVI.

           add 1 to ws-num-lettere.

      ***---
      * FATTURE SCADUTE DEL CLIENTE E TOTALE DOVUTO.
       TABELLA-FATTURE-LETTERA.
           add 0,7 to save-riga.
           move "Fattura    Data Fattura  Giorni Ritardo   Importo"
                                to spl-riga-stampa.
           move r-lettera-totale      to spl-riga-stampa.
           perform SCRIVI.

      ***---
       UNISCI-MODELLO.
           move 0 to ws-num-fatture-lett.
           perform varying ws-didx from 1 by 1
                     until ws-didx > ws-num-dett
              if ws-dett-cliente(ws-didx) = ws-sca-cliente(ws-idx)
                 add 1 to ws-num-fatture-lett
              end-if
           end-perform.
           initialize modlett-link.
           set  mll-unisci     to true.
           move "SOLLEC"       to mll-tipo.
           move cli-codice     to mll-cliente.
           move 2              to mll-num-campi.
           move "TOTALE-DOVUTO" to mll-campo-nome(1).
           move ws-sca-totale(ws-idx) to ws-importo-z.
           move 0 to ws-lead.
           inspect ws-importo-z tallying ws-lead for leading spaces.
           move ws-importo-z(ws-lead + 1:) to mll-campo-valore(1).
           move "NUM-FATTURE"  to mll-campo-nome(2).
           move ws-num-fatture-lett to ws-num-fatture-z.
           move 0 to ws-lead.
           inspect ws-num-fatture-z tallying ws-lead
                   for leading spaces.
           move ws-num-fatture-z(ws-lead + 1:) to mll-campo-valore(2).
           call "st-modlett" using modlett-link.
           cancel "st-modlett".

      ***---
       CORPO-SOLLECITO-DA-MODELLO.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > mll-num-righe
              if mll-riga(ws-ridx) = "{FATTURE}"
                 perform TABELLA-FATTURE-LETTERA
                 add 0,4 to save-riga
                 move Calibri10 to spl-hfont
              else
                 move mll-riga(ws-ridx) to spl-riga-stampa
                 perform SCRIVI
              end-if
           end-perform.

      ***---
       SCRIVI-RIGA-LETTERA.

           display message messaggio.

           initialize errlog-link.
           move "ST-SCADUTI"      to ell-programma.
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
           close clienti tfatture param.
