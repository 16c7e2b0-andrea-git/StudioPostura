           copy "rnotacr.sl".
           copy "param.sl".
           copy "codiva.sl".
           copy "operatori.sl".
           copy "acconti.sl".
           copy "incassi.sl".
           copy "tutori.sl".
           copy "articoli.sl".

      *****************************************************************
       DATA DIVISION.
           copy "rnotacr.fd".
           copy "param.fd".
           copy "codiva.fd".
           copy "operatori.fd".
           copy "acconti.fd".
           copy "incassi.fd".
           copy "tutori.fd".
           copy "articoli.fd".

       WORKING-STORAGE SECTION.
      * COPY   
       copy "selprint.lks".
       copy "fblock.lks".
       copy "auditlog.lks".
       copy "doppiaut.lks".
       copy "giornale.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-rnotacr        pic xx.
       77  status-param          pic xx.
       77  status-codiva         pic xx.
       77  status-operatori      pic xx.
       77  status-acconti        pic xx.
       77  status-incassi        pic xx.
       77  status-tutori         pic xx.
       77  status-articoli       pic xx.

      * COSTANTI
       78  titolo             value "Studio - Stampa Documenti Fiscali".
      * USATO DA ST-LISTINISCAD PER INDIVIDUARE IL LISTINO ATTIVO.
       77  filler                pic 9.
           88 ws-listino-trovato value 1 false 0.
       77  ws-prz-convenzione        pic x(4).
       77  ws-prz-listino            pic 9(5).
       77  ws-prz-origine            pic x(1).
       77  ws-prz-esito              pic xx.
       77  ws-listino-prezzo         pic s9(5)v99 value 0.

      * CONTROLLO DI CONGRUENZA DEL TOTALE PRIMA DI STAMPARE (VEDI
       77  ws-ultimo-prg-rfa         pic 9(4) value 0.
       77  ws-scelta-acconti         pic 9(2) value 0.

      * PROMOZIONI E CODICI SCONTO (VEDI PROPONI-PROMOZIONE): LO
      * SCONTO VA SULLE RIGHE DEGLI ARTICOLI IN PROMOZIONE CHE NON
      * HANNO GIA' UNO SCONTO, LA TESTATA SI RIALLINEA COME PER LA
      * SCALATURA ACCONTI E L'UTILIZZO SI REGISTRA SU PROMOUSO.
           copy "promo.lks".
       77  ws-promo-sconto           pic s9(7)v99 value 0.
       77  ws-promo-sconto-riga      pic s9(7)v99 value 0.
       77  ws-promo-sconto-dply      PIC -.---.--9,99.
       77  ws-promo-descrizione      pic x(50).
       77  ws-scelta-promo           pic 9(2) value 0.
       77  filler                    pic 9.
           88 ws-promo-scrivi        value 1 false 0.
       01  ws-immagine-rfa.
           05 ws-img-rfa-listino     pic 9(5)v99.
           05 ws-img-rfa-sconto      pic s9(3)v99.
           05 ws-img-rfa-prz         pic s9(5)v99.
           05 ws-img-rfa-codice-letto pic x(20).

      * RIGHE BATTUTE CON IL LETTORE DI CODICI A BARRE (VEDI
      * RISOLVI-CODICI-LETTI): LA RIGA ARRIVA SENZA ARTICOLO E CON
      * IL CODICE LETTO NELLA DESCRIZIONE; ALLA PRIMA EMISSIONE SI
      * RISOLVE CON ST-CODBARRE, SI PREZZA A LISTINO SE NON HA
      * PREZZO, SI SCARICA IL MAGAZZINO E SI RIALLINEA LA TESTATA.
           copy "codbarre.lks".
       77  ws-bar-delta              pic s9(7)v99 value 0.
       77  ws-bar-delta-riga         pic s9(7)v99 value 0.
       77  ws-bar-delta-dply         PIC -.---.--9,99.
       77  ws-bar-num-righe          pic 9(4) value 0.
       77  ws-mag-funzione           pic x(1).
       77  ws-mag-qta                pic s9(5).
       77  ws-mag-costo              pic s9(5)v99 value 0.
       77  ws-mag-note               pic x(50).
       77  ws-mag-operatore          pic x(20).
       77  ws-mag-giacenza           pic s9(7).
       77  ws-mag-esito              pic xx.
       77  ws-mag-lotto              pic x(15) value spaces.
       77  ws-mag-scad-lotto         pic 9(8)  value 0.
       77  ws-mag-codice-letto       pic x(20) value spaces.

      * RACCOLTA PUNTI FEDELTA' (VEDI ACCREDITA-PUNTI-FEDELTA): I
      * PUNTI DEL DOCUMENTO APPENA STAMPATO VENGONO ACCREDITATI VIA
      * ST-PUNTI, CHE E' IDEMPOTENTE PER DOCUMENTO: UNA RISTAMPA NON
           88 ws-acconto-scalato     value 1 false 0.

      * IVA CALCOLATA CON LA REGOLA DI ARROTONDAMENTO CONFIGURATA SU
      * PARAM (VEDI CALCOLA-IVA-ARROTONDATA): E' LA SOMMA DELLE
      * IMPOSTE DEL CASTELLETTO, OGNUNA ARROTONDATA SULLA SUA BASE
      * SECONDO PRM-REGOLA-ARROTONDA-IVA.
       77  ws-iva-arrotondata        pic s9(7)v99   value 0.

      * CASTELLETTO IVA DEL DOCUMENTO (VEDI ST-CASTIVA): OGNI RIGA
      * PORTA IL SUO CODICE IVA (A SPAZI QUELLO DI TESTATA), IN
      * STAMPA SI ESPONGONO BASI E IMPOSTE PER ALIQUOTA/NATURA, LE
      * NOTE DI ESENZIONE DI OGNI CODICE A ALIQUOTA ZERO E IL BOLLO
      * SULLA SOLA PARTE ESENTE.
           copy "castiva.lks".
       77  ws-civ-idx                pic 99.
       77  ws-codiva-riga            pic x(3).
       77  ws-imponibile-tassato     pic s9(9)v99 value 0.
       77  ws-imponibile-esente      pic s9(9)v99 value 0.
       77  ws-base-bollo             pic s9(9)v99 value 0.
       77  ws-rif-esenzione          pic x(60).
       77  ws-cas-aliquota-ed        pic zz9,99.
       77  ws-cas-imponibile-ed      pic ---.---.--9,99.
       77  ws-cas-imposta-ed         pic ---.---.--9,99.
       77  ws-riga-castelletto       pic x(100) value spaces.

      * CASSA PREVIDENZIALE E RITENUTA D'ACCONTO IN STAMPA (VEDI
      * STAMPA-CASSA-RITENUTA)
       77  ws-netto-pagare           pic s9(7)v99 value 0.
      * DESTINAZIONE PDF PASSATA DALL'AMBIENTE (VEDI ST-MAILQ)
       77  ws-pdf-destinazione       pic x(200) value spaces.

      * EMISSIONE SUL REGISTRATORE TELEMATICO (VEDI ST-RTINVIO)
       77  ws-rt-esito               pic xx.

      * INTESTAZIONE AL TUTORE PER I CLIENTI MINORENNI (VEDI
      * ST-TUTORI): L'ANAGRAFICA DEL TUTORE PRENDE IL POSTO DI
      * QUELLA DEL MINORE SOLO IN MEMORIA, MAI SUL FILE, E IL

      ***---
       OPEN-FILES.
           open input codiva clienti param.
           open input tutori.
           if status-tutori = "35"
              open output tutori
                 open input  incassi
              end-if
           end-if.
      * IL CORRISPETTIVO SI RISCRIVE SOLO SE RICEVE UNA PROMOZIONE
      * (VEDI PROPONI-PROMOZIONE).
           if link-corrisp
              open i-o tcorrisp rcorrisp
           end-if.
           if link-fattura or link-corrisp
              open input articoli
           end-if.
           if link-notacr
              open input tnotacr rnotacr
                   move 0 to tfa-ritenuta-perc tfa-ritenuta-importo
                   move tco-sezionale    to tfa-sezionale
                   move tco-numero-sez   to tfa-numero-sez
                   move tco-coupon       to tfa-coupon
              end-read
           end-if.
           if link-notacr
                 link-fattura and tfa-hash = spaces
                 perform GIORNALE-APRI-CORNICE
              end-if
              if tutto-ok and (link-fattura or link-corrisp)
                 perform RISOLVI-CODICI-LETTI
              end-if
              if tutto-ok and (link-fattura or link-corrisp)
                 perform PROPONI-PROMOZIONE
              end-if
              if link-fattura
                 perform PROPONI-SCALATURA-ACCONTI
              end-if
                 if fbk-ok
                    perform STAMPA
                    perform RILASCIA-STAMPA
                    if tutto-ok and link-corrisp
                       perform INVIA-REGISTRATORE
                    end-if
                    if tutto-ok and (link-fattura or link-corrisp)
                       perform ACCREDITA-PUNTI-FEDELTA
                    end-if
           move ws-acc-residuo-prec to gil-immagine(1:9).
           call "st-giornale" using giornale-link.

      ***---
      * RIGA RFATTURE SCONTATA DALLA PROMOZIONE: L'IMMAGINE PRECEDENTE
      * E' LISTINO (POS. 1-7), SCONTO (8-12) E PREZZO (13-19).
       GIORNALE-PASSO-RIGA-PROMOZIONE.
           if not ws-giornale-aperto
              exit paragraph
           end-if.
           set  gil-passo     to true.
           move "RFATTURE"    to gil-file-dati.
           move "M"           to gil-operazione.
           move rfa-chiave    to gil-chiave-record.
           move rfa-listino   to ws-img-rfa-listino.
           move rfa-sconto    to ws-img-rfa-sconto.
           move rfa-prz       to ws-img-rfa-prz.
           move spaces        to gil-immagine.
           move ws-immagine-rfa to gil-immagine(1:19).
           call "st-giornale" using giornale-link.

      ***---
      * RIGA RFATTURE BATTUTA CON IL LETTORE: COME LA PRECEDENTE, PIU'
      * IL CODICE LETTO (POS. 20-39), CHE IL RIPRISTINO RIMETTE IN
      * DESCRIZIONE TOGLIENDO L'ARTICOLO.
       GIORNALE-PASSO-RIGA-CODICE.
           if not ws-giornale-aperto
              exit paragraph
           end-if.
           set  gil-passo     to true.
           move "RFATTURE"    to gil-file-dati.
           move "M"           to gil-operazione.
           move rfa-chiave    to gil-chiave-record.
           move rfa-listino   to ws-img-rfa-listino.
           move rfa-sconto    to ws-img-rfa-sconto.
           move rfa-prz       to ws-img-rfa-prz.
           move rfa-descrizione(1:20) to ws-img-rfa-codice-letto.
           move spaces        to gil-immagine.
           move ws-immagine-rfa to gil-immagine(1:39).
           call "st-giornale" using giornale-link.

      ***---
       GIORNALE-PASSO-PROMOUSO.
           if not ws-giornale-aperto
              exit paragraph
           end-if.
           set  gil-passo     to true.
           move "PROMOUSO"    to gil-file-dati.
           move "I"           to gil-operazione.
           move spaces        to gil-chiave-record.
           move link-tipo     to gil-chiave-record(1:1).
           move tfa-chiave    to gil-chiave-record(2:10).
           move spaces        to gil-immagine.
           call "st-giornale" using giornale-link.

      ***---
       GIORNALE-CHIUDI-CORNICE.
           set  gil-chiudi    to true.
           perform SCRIVI.
           subtract 0,15 from save-riga.

      ***---
      * IL CORRISPETTIVO VA AL REGISTRATORE DELLA POSTAZIONE ALLA
      * PRIMA EMISSIONE; LE RISTAMPE E LA PRODUZIONE DEL PDF PER LA
      * CODA EMAIL NON LO REINVIANO.
       INVIA-REGISTRATORE.
           if tco-rt-emesso or ws-pdf-destinazione not = spaces
              exit paragraph
           end-if.
           call "st-rtinvio" using tco-anno tco-numero
                                   link-operatore-codice ws-rt-esito.
           cancel "st-rtinvio".
           if ws-rt-esito = "KO"
              initialize messaggio
              string "Registratore telematico: documento commerciale"
                     " non emesso. L'errore e' registrato sul"
                     " corrispettivo."  delimited size
                     into messaggio
              end-string
              inspect messaggio replacing trailing space
                                       by low-value
              display message messaggio
           end-if.

      ***---
       ACCREDITA-PUNTI-FEDELTA.
      * LA RACCOLTA E' CONFIGURATA PER STUDIO SU PARAM
                                 ws-pf-esito.
           cancel "st-punti".

      ***---
      * RIGHE BATTUTE CON IL LETTORE: SENZA ARTICOLO E CON IL SOLO
      * CODICE A BARRE NELLA DESCRIZIONE. ALLA PRIMA EMISSIONE LA
      * RIGA PRENDE ARTICOLO E DESCRIZIONE DELL'ANAGRAFICA E, SE NON
      * HA PREZZO, QUELLO DI LISTINO DEL CLIENTE ALLA DATA (VEDI
      * ST-PREZZO); I PRODOTTI SI SCARICANO DAL MAGAZZINO COME OGNI
      * VENDITA. LE RIGHE CON UNA DESCRIZIONE CHE NON E' UN CODICE
      * NOTO RESTANO RIGHE DESCRITTIVE. STESSI VINCOLI DELLA
      * PROMOZIONE: FATTURA SENZA IMPRONTA, CORRISPETTIVO NON
      * ANCORA PASSATO DAL REGISTRATORE NE' STAMPATO PER LA CODA.
       RISOLVI-CODICI-LETTI.
           if link-fattura and tfa-hash not = spaces
              exit paragraph
           end-if.
           if link-corrisp
              if not tco-rt-da-inviare
                 exit paragraph
              end-if
              move spaces to ws-pdf-destinazione
              accept ws-pdf-destinazione
                     from environment "STAMPA-PDF"
              if ws-pdf-destinazione not = spaces
                 exit paragraph
              end-if
           end-if.
           move 0 to ws-bar-delta ws-bar-num-righe.
           if link-fattura
              move low-value  to rfa-rec
              move tfa-chiave to rfa-chiave-testa
              start rfatture key >= rfa-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read rfatture next at end exit perform end-read
                 if rfa-chiave-testa not = tfa-chiave
                    exit perform
                 end-if
                 if rfa-articolo = spaces and
                    rfa-descrizione not = spaces and
                    rfa-descrizione(21:) = spaces
                    perform RISOLVI-RIGA-RFATTURE
                 end-if
              end-perform
           else
              move low-value  to rco-rec
              move tco-chiave to rco-chiave-testa
              start rcorrisp key >= rco-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read rcorrisp next at end exit perform end-read
                 if rco-chiave-testa not = tco-chiave
                    exit perform
                 end-if
                 if rco-articolo = spaces and
                    rco-descrizione not = spaces and
                    rco-descrizione(21:) = spaces
                    perform RISOLVI-RIGA-RCORRISP
                 end-if
              end-perform
           end-if.
           if ws-bar-num-righe > 0
              perform RIALLINEA-TESTATA-CODICI
           end-if.

      ***---
      * TROVA L'ARTICOLO DEL CODICE IN BCL-CODICE E LO LEGGE.
       RISOLVI-CODICE-RIGA.
           set  bcl-risolvi   to true.
           call "st-codbarre" using codbarre-link.
           cancel "st-codbarre".
           if not bcl-esito-ok
              exit paragraph
           end-if.
           move bcl-articolo to art-codice.
           read articoli no lock
                invalid set bcl-esito-ko to true
           end-read.

      ***---
       RISOLVI-RIGA-RFATTURE.
           initialize codbarre-link.
           move rfa-descrizione(1:20) to bcl-codice.
           perform RISOLVI-CODICE-RIGA.
           if not bcl-esito-ok
              exit paragraph
           end-if.
           perform GIORNALE-PASSO-RIGA-CODICE.
           move art-codice      to rfa-articolo.
           move art-descrizione to rfa-descrizione.
           move art-codiva      to rfa-codiva.
           move 0 to ws-bar-delta-riga.
           if rfa-prz = 0
              perform CERCA-PREZZO-CODICE-LETTO
              if ws-listino-trovato
                 move ws-listino-prezzo to rfa-prz
                 if rfa-qta = 0
                    move rfa-prz to ws-bar-delta-riga
                 else
                    compute ws-bar-delta-riga = rfa-prz * rfa-qta
                 end-if
              end-if
           end-if.
           rewrite rec-rfatture
                   invalid exit paragraph
           end-rewrite.
           add ws-bar-delta-riga to ws-bar-delta.
           add 1 to ws-bar-num-righe.
           move rfa-qta to ws-mag-qta.
           perform SCARICA-ARTICOLO-LETTO.

      ***---
       RISOLVI-RIGA-RCORRISP.
           initialize codbarre-link.
           move rco-descrizione(1:20) to bcl-codice.
           perform RISOLVI-CODICE-RIGA.
           if not bcl-esito-ok
              exit paragraph
           end-if.
           move art-codice      to rco-articolo.
           move art-descrizione to rco-descrizione.
           move art-codiva      to rco-codiva.
           move 0 to ws-bar-delta-riga.
           if rco-prz = 0
              perform CERCA-PREZZO-CODICE-LETTO
              if ws-listino-trovato
                 move ws-listino-prezzo to rco-prz
                 if rco-qta = 0
                    move rco-prz to ws-bar-delta-riga
                 else
                    compute ws-bar-delta-riga = rco-prz * rco-qta
                 end-if
              end-if
           end-if.
           rewrite rec-rcorrisp
                   invalid exit paragraph
           end-rewrite.
           add ws-bar-delta-riga to ws-bar-delta.
           add 1 to ws-bar-num-righe.
           move rco-qta to ws-mag-qta.
           perform SCARICA-ARTICOLO-LETTO.

      ***---
      * STESSO PREZZO DI CERCA-PREZZO-LISTINO, SULL'ARTICOLO LETTO.
       CERCA-PREZZO-CODICE-LETTO.
           set ws-listino-trovato to false.
           move spaces to ws-prz-convenzione.
           call "st-prezzo" using art-codice tfa-data-doc
                                  tfa-cliente ws-prz-convenzione
                                  ws-listino-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito = "OK"
              set ws-listino-trovato to true
           end-if.

      ***---
      * LA RIGA SENZA ARTICOLO NON E' MAI STATA SCARICATA: LO
      * SCARICO SI FA ORA, COME PER LE RIGHE DELLA CONVERSIONE DEI
      * PREVENTIVI (FUORI DALLA CORNICE, VEDI ST-PREVFATT).
       SCARICA-ARTICOLO-LETTO.
           if not art-merce
              exit paragraph
           end-if.
           if ws-mag-qta = 0
              move 1 to ws-mag-qta
           end-if.
           move "S"                   to ws-mag-funzione.
           move "Scarico da codice a barre" to ws-mag-note.
           move link-operatore-codice to ws-mag-operatore.
           call "st-movmag" using ws-mag-funzione art-codice
                                  ws-mag-qta ws-mag-costo
                                  link-tipo tfa-anno
                                  tfa-numero ws-mag-note
                                  ws-mag-operatore ws-mag-giacenza
                                  ws-mag-esito
                                  ws-mag-lotto ws-mag-scad-lotto
                                  ws-mag-codice-letto.
           cancel "st-movmag".

      ***---
      * STESSO RIALLINEAMENTO DELLA PROMOZIONE (VEDI
      * RIALLINEA-TESTATA-PROMOZIONE), CON L'IMPORTO AGGIUNTO DALLE
      * RIGHE PREZZATE A LISTINO.
       RIALLINEA-TESTATA-CODICI.
           add ws-bar-delta to tfa-importo-sub.
           if link-fattura
              perform CALCOLA-CASSA-RITENUTA
           end-if.
      * L'IVA SI RICALCOLA SEMPRE DAL CASTELLETTO: CON I CODICI IVA DI
      * RIGA UN DOCUMENTO A IVA ZERO PUO' RICEVERE RIGHE SOGGETTE
      * (MERCE LETTA SU UNA SEDUTA ESENTE); I CODICI ESENTI DANNO
      * IMPOSTA ZERO DA SOLI.
           perform CALCOLA-IVA-ARROTONDATA.
           move ws-iva-arrotondata to tfa-importo-iva.
           compute tfa-importo-tot =
                   tfa-importo-sub + tfa-cassa-importo
                   + tfa-importo-iva.
           if link-fattura
              rewrite rec-tfatture
                      invalid continue
                  not invalid perform AUDIT-CODICI-LETTI
              end-rewrite
           else
              move tfa-importo-sub to tco-importo-sub
              move tfa-importo-iva to tco-importo-iva
              move tfa-importo-tot to tco-importo-tot
              rewrite rec-tcorrisp
                      invalid continue
                  not invalid perform AUDIT-CODICI-LETTI
              end-rewrite
           end-if.

      ***---
       AUDIT-CODICI-LETTI.
           initialize auditlog-link.
           move "ST-DOCUM"              to aul-programma.
           if link-fattura
              move "TFATTURE"           to aul-file-dati
           else
              move "TCORRISP"           to aul-file-dati
           end-if.
           set  aul-modifica            to true.
           move tfa-chiave              to aul-chiave-record.
           move "CODICI A BARRE"        to aul-campo.
           move ws-bar-num-righe        to aul-valore-precedente.
           move ws-bar-delta            to ws-bar-delta-dply.
           move ws-bar-delta-dply       to aul-valore-nuovo.
           accept system-information from system-info.
           move sys-info-node-name      to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       PROPONI-PROMOZIONE.
      * ALLA PRIMA EMISSIONE SI CERCA LA PROMOZIONE APPLICABILE AL
      * DOCUMENTO (QUELLA DEL COUPON SE INDICATO, ALTRIMENTI LA PRIMA
      * AUTOMATICA, VEDI ST-PROMO) E SE NE CALCOLA LO SCONTO SULLE
      * RIGHE: SU CONFERMA LE RIGHE VENGONO RISCRITTE (PREZZO PIENO
      * SU LISTINO, SCONTO E PREZZO SCONTATO), LA TESTATA RIALLINEATA
      * COME PER LA SCALATURA ACCONTI E L'UTILIZZO REGISTRATO. LE
      * RIGHE CHE HANNO GIA' UNO SCONTO NON SI TOCCANO: LA PROMOZIONE
      * NON SI SOMMA A UNO SCONTO GIA' CONCESSO.
      * UNA FATTURA CON L'IMPRONTA E' GIA' STATA EMESSA; UN
      * CORRISPETTIVO GIA' PASSATO DAL REGISTRATORE (O STAMPATO PER
      * LA CODA EMAIL) NON SI RITOCCA PIU'. UN DOCUMENTO CHE HA GIA'
      * IL SUO UTILIZZO NON NE RICEVE UN SECONDO (ST-PROMO NON
      * TROVA NIENTE).
           if link-fattura and tfa-hash not = spaces
              exit paragraph
           end-if.
           if link-corrisp
              if not tco-rt-da-inviare
                 exit paragraph
              end-if
              move spaces to ws-pdf-destinazione
              accept ws-pdf-destinazione
                     from environment "STAMPA-PDF"
              if ws-pdf-destinazione not = spaces
                 exit paragraph
              end-if
           end-if.
           initialize promo-link.
           set  prl-cerca    to true.
           move tfa-cliente  to prl-cliente.
           move tfa-data-doc to prl-data.
           move tfa-coupon   to prl-coupon.
           move link-tipo    to prl-doc-tipo.
           move tfa-anno     to prl-doc-anno.
           move tfa-numero   to prl-doc-numero.
           call "st-promo" using promo-link.
           if not prl-esito-ok
              if tfa-coupon not = spaces
                 initialize messaggio
                 string "Il coupon "      delimited size
                        tfa-coupon        delimited space
                        " non e' applicabile al documento"
                                          delimited size
                   into messaggio
                 end-string
                 inspect messaggio replacing trailing space
                                          by low-value
                 display message messaggio
              end-if
              cancel "st-promo"
              exit paragraph
           end-if.
           move prl-descrizione to ws-promo-descrizione.
           set ws-promo-scrivi to false.
           perform SCONTA-RIGHE-PROMOZIONE.
           if ws-promo-sconto <= 0
              cancel "st-promo"
              exit paragraph
           end-if.
           move ws-promo-sconto to ws-promo-sconto-dply.
           initialize messaggio.
           inspect ws-promo-descrizione replacing trailing spaces
                                                by low-value.
           string "Promozione "          delimited size
                  ws-promo-descrizione   delimited low-value
                  ": sconto di"          delimited size
                  ws-promo-sconto-dply   delimited size
                  " €. Applicarla al documento?"
                                         delimited size
             into messaggio
           end-string.
           inspect ws-promo-descrizione replacing trailing low-value
                                                by spaces.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio
                   type mb-yes-no
                   giving ws-scelta-promo.
           if ws-scelta-promo not = mb-yes
              cancel "st-promo"
              exit paragraph
           end-if.
           set ws-promo-scrivi to true.
           perform SCONTA-RIGHE-PROMOZIONE.
           perform RIALLINEA-TESTATA-PROMOZIONE.
           perform REGISTRA-UTILIZZO-PROMOZIONE.
           cancel "st-promo".

      ***---
      * CON WS-PROMO-SCRIVI SPENTO CALCOLA SOLTANTO LO SCONTO
      * COMPLESSIVO (PER LA PROPOSTA), ACCESO RISCRIVE ANCHE LE RIGHE.
       SCONTA-RIGHE-PROMOZIONE.
           move 0 to ws-promo-sconto.
           if link-fattura
              move low-value  to rfa-rec
              move tfa-chiave to rfa-chiave-testa
              start rfatture key >= rfa-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read rfatture next at end exit perform end-read
                 if rfa-chiave-testa not = tfa-chiave
                    exit perform
                 end-if
                 if rfa-articolo not = spaces and
                    rfa-prz > 0 and rfa-sconto = 0
                    perform SCONTA-RIGA-RFATTURE
                 end-if
              end-perform
           else
              move low-value  to rco-rec
              move tco-chiave to rco-chiave-testa
              start rcorrisp key >= rco-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read rcorrisp next at end exit perform end-read
                 if rco-chiave-testa not = tco-chiave
                    exit perform
                 end-if
                 if rco-articolo not = spaces and
                    rco-prz > 0 and rco-sconto = 0
                    perform SCONTA-RIGA-RCORRISP
                 end-if
              end-perform
           end-if.

      ***---
       SCONTA-RIGA-RFATTURE.
           set  prl-prezzo      to true.
           move rfa-articolo    to prl-articolo.
           move rfa-prz         to prl-prezzo-base.
           call "st-promo" using promo-link.
           if not prl-esito-ok
              exit paragraph
           end-if.
           if rfa-qta = 0
              compute ws-promo-sconto-riga =
                      rfa-prz - prl-prezzo-promo
           else
              compute ws-promo-sconto-riga =
                      (rfa-prz - prl-prezzo-promo) * rfa-qta
           end-if.
           add ws-promo-sconto-riga to ws-promo-sconto.
           if not ws-promo-scrivi
              exit paragraph
           end-if.
           perform GIORNALE-PASSO-RIGA-PROMOZIONE.
           move rfa-prz          to rfa-listino.
           move prl-sconto-perc  to rfa-sconto.
           move prl-prezzo-promo to rfa-prz.
           rewrite rec-rfatture
                   invalid continue
           end-rewrite.

      ***---
       SCONTA-RIGA-RCORRISP.
           set  prl-prezzo      to true.
           move rco-articolo    to prl-articolo.
           move rco-prz         to prl-prezzo-base.
           call "st-promo" using promo-link.
           if not prl-esito-ok
              exit paragraph
           end-if.
           if rco-qta = 0
              compute ws-promo-sconto-riga =
                      rco-prz - prl-prezzo-promo
           else
              compute ws-promo-sconto-riga =
                      (rco-prz - prl-prezzo-promo) * rco-qta
           end-if.
           add ws-promo-sconto-riga to ws-promo-sconto.
           if not ws-promo-scrivi
              exit paragraph
           end-if.
           move rco-prz          to rco-listino.
           move prl-sconto-perc  to rco-sconto.
           move prl-prezzo-promo to rco-prz.
           rewrite rec-rcorrisp
                   invalid continue
           end-rewrite.

      ***---
      * STESSO RIALLINEAMENTO DELLA SCALATURA ACCONTI (VEDI
      * SCRIVI-RIGA-SCALATURA-ACCONTI). IL CORRISPETTIVO NON HA CASSA
      * NE' RITENUTA E RIPRENDE GLI IMPORTI DALLA TESTATA DI APPOGGIO.
       RIALLINEA-TESTATA-PROMOZIONE.
           subtract ws-promo-sconto from tfa-importo-sub.
           if link-fattura
              perform CALCOLA-CASSA-RITENUTA
           end-if.
      * L'IVA SI RICALCOLA SEMPRE DAL CASTELLETTO, COME IN
      * RIALLINEA-TESTATA-CODICI: I CODICI ESENTI DANNO IMPOSTA ZERO
      * DA SOLI.
           perform CALCOLA-IVA-ARROTONDATA.
           move ws-iva-arrotondata to tfa-importo-iva.
           compute tfa-importo-tot =
                   tfa-importo-sub + tfa-cassa-importo
                   + tfa-importo-iva.
           if link-fattura
              rewrite rec-tfatture
                      invalid continue
                  not invalid perform AUDIT-PROMOZIONE
              end-rewrite
           else
              move tfa-importo-sub to tco-importo-sub
              move tfa-importo-iva to tco-importo-iva
              move tfa-importo-tot to tco-importo-tot
              rewrite rec-tcorrisp
                      invalid continue
                  not invalid perform AUDIT-PROMOZIONE
              end-rewrite
           end-if.

      ***---
       AUDIT-PROMOZIONE.
           initialize auditlog-link.
           move "ST-DOCUM"              to aul-programma.
           if link-fattura
              move "TFATTURE"           to aul-file-dati
           else
              move "TCORRISP"           to aul-file-dati
           end-if.
           set  aul-modifica            to true.
           move tfa-chiave              to aul-chiave-record.
           move "PROMOZIONE"            to aul-campo.
           move prl-codice              to aul-valore-precedente.
           move ws-promo-sconto-dply    to aul-valore-nuovo.
           accept system-information from system-info.
           move sys-info-node-name      to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       REGISTRA-UTILIZZO-PROMOZIONE.
           perform GIORNALE-PASSO-PROMOUSO.
           set  prl-registra        to true.
           move ws-promo-sconto     to prl-sconto-concesso.
           move tfa-importo-sub     to prl-fatturato.
           accept system-information from system-info.
           move sys-info-node-name  to prl-operatore.
           call "st-promo" using promo-link.

      ***---
       PROPONI-SCALATURA-ACCONTI.
      * SE IL CLIENTE HA ACCONTI CON RESIDUO APERTO, PRIMA DEI
      * ANCHE LA CASSA PREVIDENZIALE (SE C'E') VA RICALCOLATA SUL
      * NUOVO IMPONIBILE, PRIMA DELL'IVA CHE LA COMPRENDE IN BASE.
           perform CALCOLA-CASSA-RITENUTA.
           perform CALCOLA-IVA-ARROTONDATA.
           move ws-iva-arrotondata to tfa-importo-iva.
           compute tfa-importo-tot =
                   tfa-importo-sub + tfa-cassa-importo
                   + tfa-importo-iva.
           rewrite rec-tfatture
                   invalid continue
               not invalid perform AUDIT-TFATTURE-SCALATURA
              perform CALCOLA-CASSA-RITENUTA
              if tfa-hash = spaces
                 perform REGISTRA-CASSA-RITENUTA
                 perform REGISTRA-SPLIT-PAYMENT
              end-if
           end-if.
           move 0 to ws-totale-righe.
                   invalid continue
           end-rewrite.

      ***---
      * IL CLIENTE IN SCISSIONE DEI PAGAMENTI (CLI-SPLIT-PAYMENT) LO
      * E' PER LE FATTURE EMESSE DA QUI IN AVANTI: IL FLAG SI FISSA IN
      * TESTATA ALLA PRIMA EMISSIONE E LE RISTAMPE NON LO TOCCANO PIU'.
       REGISTRA-SPLIT-PAYMENT.
           if not cli-split or tfa-split
              exit paragraph
           end-if.
           set tfa-split to true.
           rewrite rec-tfatture
                   invalid continue
           end-rewrite.

      ***---
       STAMPA-CASSA-RITENUTA.
      * RIGHE DI TOTALE SOTTO IL BLOCCO IMPORTI: CONTRIBUTO CASSA,
      * RITENUTA D'ACCONTO, IVA IN SCISSIONE DEI PAGAMENTI E NETTO A
      * PAGARE, COMPOSTE A TESTO COME LA RIGA DI STORNO DELLE NOTE DI
      * CREDITO.
           move Calibri12B to spl-hfont.
           move 0          to spl-tipo-colonna.
           if tfa-cassa-importo not = 0
              move ws-riga-cassa-rit to spl-riga-stampa
              perform SCRIVI
              subtract 0,15 from save-riga
           end-if.
      * CON LA SCISSIONE DEI PAGAMENTI L'IVA RESTA ESPOSTA MA LA VERSA
      * IL CLIENTE: ESCE DAL NETTO A PAGARE, CON L'ANNOTAZIONE DI LEGGE.
           if tfa-split and tfa-importo-iva not = 0
              move 1,0 to spl-colonna
              compute ws-cr-importo-ed =
                      tfa-importo-iva * -1
              initialize ws-riga-cassa-rit
              string "Scissione dei pagamenti art. 17-ter DPR "
                     "633/72, IVA: "    delimited size
                     ws-cr-importo-ed   delimited size
                     ws-simbolo-valuta  delimited size
                into ws-riga-cassa-rit
              end-string
              move ws-riga-cassa-rit to spl-riga-stampa
              perform SCRIVI
              subtract 0,15 from save-riga
           end-if.
           if tfa-ritenuta-importo not = 0 or
              (tfa-split and tfa-importo-iva not = 0)
              move 1,0 to spl-colonna
              compute ws-netto-pagare =
                      tfa-importo-tot - tfa-ritenuta-importo
              if tfa-split
                 subtract tfa-importo-iva from ws-netto-pagare
              end-if
              move ws-netto-pagare to ws-cr-importo-ed
              initialize ws-riga-cassa-rit
              string "Netto a pagare: " delimited size
      * SUE FATTURE NON SALDATE (COMPRESA QUELLA IN STAMPA, GIA'
      * REGISTRATA) AL NETTO DEGLI INCASSI GIA' REGISTRATI, MENO LE
      * NOTE DI CREDITO EMESSE. SE L'ESPOSIZIONE SUPERA IL FIDO LA
      * STAMPA SI BLOCCA, SALVO CODICE E PASSWORD DI UN SUPERVISORE
      * PIU' LA CONFERMA DI UN SECONDO OPERATORE CON IL DIRITTO
      * "FORZA-FIDO" (VEDI ST-QUATTROCCHI): LA FORZATURA FINISCE SU
      * AUDITLOG CON I DUE OPERATORI.
           if cli-fido <= 0
              exit paragraph
           end-if.
           if ope-password-hash = ws-pwh-risultato and
              ope-ruolo-supervisore
              set ws-fido-forzato to true
              perform VERIFICA-DOPPIA-AUTORIZZAZIONE
           end-if.

      ***---
      * LA RICHIESTA DI FORZATURA SI APRE SULLA FATTURA IN STAMPA.
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           initialize doppiaut-link.
           set  dal-esegui       to true.
           move "FORZA-FIDO"     to dal-programma.
           move tfa-chiave       to dal-operazione.
           move link-operatore-codice to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if not dal-esito-ok
              set ws-fido-forzato to false
           end-if.

      ***---
           move "FORZATURA-FIDO"        to aul-campo.
           move ws-esposizione-dply     to aul-valore-precedente.
           move ws-fido-dply            to aul-valore-nuovo.
           string dal-richiedente       delimited space
                  "+"                   delimited size
                  dal-confermante       delimited space
             into aul-operatore
           end-string.
           call "st-audit" using auditlog-link.

      ***---
           end-evaluate.

      ***---
      * ARROTONDA L'IMPORTO IVA DEL DOCUMENTO SECONDO LA REGOLA
      * CONFIGURATA SU PARAM (PRM-REGOLA-ARROTONDA-IVA, GIA' IN
      * REC-PARAM DA QUANDO INTESTAZIONE HA LETTO LO STUDIO DEL
      * CLIENTE), INVECE DI DARE PER BUONO SEMPRE LO STESSO
      * ARROTONDAMENTO. IL CALCOLO E' PER ALIQUOTA SULLE RIGHE DEL
      * DOCUMENTO (VEDI ST-CASTIVA), CHE LASCIA ANCHE IL CASTELLETTO
      * PRONTO PER LA STAMPA: CON UN SOLO CODICE IVA IL RISULTATO E'
      * QUELLO DI SEMPRE.
       CALCOLA-IVA-ARROTONDATA.
      * LA BASE IMPONIBILE DEL CODICE DI TESTATA COMPRENDE IL
      * CONTRIBUTO DI CASSA PREVIDENZIALE (A ZERO SUI DOCUMENTI SENZA
      * CASSA: NESSUN CAMBIO DI COMPORTAMENTO).
           initialize castiva-link.
           set  civ-calcola              to true.
           move link-tipo                to civ-tipo.
           move tfa-anno                 to civ-anno.
           move tfa-numero               to civ-numero.
           move tfa-iva                  to civ-iva-testata.
           move tfa-cassa-importo        to civ-cassa.
           move prm-regola-arrotonda-iva to civ-regola-arrotonda.
           call   "st-castiva" using castiva-link.
           cancel "st-castiva".
           move civ-tot-imposta to ws-iva-arrotondata.

      ***---
      * RIPARTISCE LE BASI DEL CASTELLETTO APPENA CALCOLATO: LA PARTE
      * SOGGETTA E QUELLA ESENTE DELLE RIGHE (IL CONTRIBUTO DI CASSA
      * SI STAMPA A PARTE, VEDI STAMPA-CASSA-RITENUTA) E LA BASE SU
      * CUI SI VALUTA L'IMPOSTA DI BOLLO: I CODICI A ALIQUOTA ZERO
      * CON CODICE NATURA, CASSA COMPRESA.
       TOTALI-CASTELLETTO.
           move civ-tot-esente to ws-imponibile-esente.
           if iva-aliquota = 0
              subtract tfa-cassa-importo from ws-imponibile-esente
           end-if.
           compute ws-imponibile-tassato =
                   tfa-importo-sub - ws-imponibile-esente.
           move 0 to ws-base-bollo.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-aliquota(ws-civ-idx) = 0 and
                 civ-natura(ws-civ-idx) not = spaces
                 add civ-imponibile(ws-civ-idx) to ws-base-bollo
              end-if
           end-perform.

      ***---
       REGISTRA-STAMPA.
             
              perform INTESTAZIONE
              move 10,4 to save-riga
              perform CALCOLA-IVA-ARROTONDATA
              perform TOTALI-CASTELLETTO
              
              if link-fattura
                 perform CALCOLA-MEDIE-RFATTURE-CLIENTE
                    move rco-listino      to rfa-listino
                    move rco-sconto       to rfa-sconto
                    move rco-prz          to rfa-prz
                    move rco-codiva       to rfa-codiva
                    perform SCRIVI-RIGA
                 end-perform
              end-if
                    |SOLO QUELLA CHE VIENE USATA PER LA BASE IMPONIBILE
                    move rno-prz          to rfa-prz
                    move rno-prz          to rfa-listino
                    move rno-codiva       to rfa-codiva
                    perform SCRIVI-RIGA
                 end-perform
              end-if
              move Calibri16B to spl-hfont
              move 3          to spl-tipo-colonna
              move 23         to save-riga
      * CON ALIQUOTE DIVERSE SULLO STESSO DOCUMENTO LA PARTE SOGGETTA
      * E QUELLA ESENTE COMPAIONO ENTRAMBE NEL RIQUADRO DEI TOTALI.
              if ws-imponibile-tassato = 0
                 move 0               to r-importo-sub
                 move spaces          to r-euro-sub

                 move ws-iva-arrotondata to r-importo-iva
                 move spaces          to r-euro-iva
              else
                 move ws-imponibile-tassato to r-importo-sub
                 move ws-simbolo-valuta to r-euro-sub

                 move ws-iva-arrotondata to r-importo-iva
                 move ws-simbolo-valuta to r-euro-iva
              end-if
              if ws-imponibile-esente = 0
                 move 0               to r-importo-ese
                 move spaces          to r-euro-ese
              else
                 move ws-imponibile-esente to r-importo-ese
                 move ws-simbolo-valuta to r-euro-ese
              end-if
              move tfa-importo-tot  to r-importo-tot
              move ws-simbolo-valuta to r-euro-tot

              if link-fattura and
                 (tfa-cassa-importo not = 0 or
                  tfa-ritenuta-importo not = 0 or tfa-split)
                 perform STAMPA-CASSA-RITENUTA
              end-if

                 subtract 0,15 from save-riga
              end-perform

              if civ-num-aliq > 1
                 perform STAMPA-CASTELLETTO
              end-if

              perform varying ws-civ-idx from 1 by 1
                        until ws-civ-idx > civ-num-aliq
                 if civ-aliquota(ws-civ-idx) = 0 and
                    civ-rif-normativo(ws-civ-idx) not = spaces
                    move civ-rif-normativo(ws-civ-idx)
                      to ws-rif-esenzione
                    perform STAMPA-NOTA-ESENZIONE
                 end-if
              end-perform

              if link-fattura and ws-base-bollo > 78-soglia-bollo
                 perform STAMPA-NOTA-BOLLO
              end-if

              end-if
      *****        move " €"         to r-euro2 
              move ws-simbolo-valuta to r-euro3 
              perform CERCA-ALIQUOTA-RIGA
              if civ-aliquota(ws-civ-idx) = 0
      * ESENZIONE DEL CODICE DI TESTATA: LA SIGLA DEL CLIENTE, COME
      * SEMPRE; UNA RIGA CON UN SUO CODICE ESENTE NE MOSTRA IL CODICE
                 if ws-codiva-riga = tfa-iva
                    move cli-iva-esente to r-iva
                 else
                    move ws-codiva-riga to r-iva
                 end-if
              else
                 move civ-aliquota(ws-civ-idx) to iva-aliquota-z
                 move iva-aliquota-z to r-iva1
                 move "%"            to r-perce 
              end-if              
           perform SCRIVI.
           add 0,1 to save-riga.

      ***---
      * POSIZIONA WS-CIV-IDX SULL'ALIQUOTA DEL CASTELLETTO CHE
      * CORRISPONDE AL CODICE IVA DELLA RIGA IN STAMPA (A SPAZI QUELLO
      * DI TESTATA). SE NON C'E' (NON DOVREBBE MAI SUCCEDERE) SI
      * RIPIEGA SULLA PRIMA.
       CERCA-ALIQUOTA-RIGA.
           if rfa-codiva = spaces
              move tfa-iva    to ws-codiva-riga
           else
              move rfa-codiva to ws-codiva-riga
           end-if.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-codice(ws-civ-idx) = ws-codiva-riga
                 exit perform
              end-if
           end-perform.
           if ws-civ-idx > civ-num-aliq
              move 1 to ws-civ-idx
           end-if.

      ***---
      * CASTELLETTO IVA IN CALCE: UNA RIGA PER ALIQUOTA/NATURA CON
      * BASE IMPONIBILE E IMPOSTA. SI STAMPA SOLO QUANDO IL DOCUMENTO
      * HA PIU' DI UN CODICE IVA: CON UN CODICE SOLO IL RIQUADRO DEI
      * TOTALI DICE GIA' TUTTO.
       STAMPA-CASTELLETTO.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              initialize ws-riga-castelletto
              move civ-imponibile(ws-civ-idx) to ws-cas-imponibile-ed
              move civ-imposta(ws-civ-idx)    to ws-cas-imposta-ed
              if civ-aliquota(ws-civ-idx) = 0
                 string "IVA "                   delimited size
                        civ-codice(ws-civ-idx)   delimited size
                        " "                      delimited size
                        civ-natura(ws-civ-idx)   delimited size
                        "  Imponibile "          delimited size
                        ws-cas-imponibile-ed     delimited size
                        ws-simbolo-valuta        delimited size
                   into ws-riga-castelletto
                 end-string
              else
                 move civ-aliquota(ws-civ-idx) to ws-cas-aliquota-ed
                 string "IVA "                   delimited size
                        ws-cas-aliquota-ed       delimited size
                        "%    Imponibile "       delimited size
                        ws-cas-imponibile-ed     delimited size
                        ws-simbolo-valuta        delimited size
                        "  Imposta "             delimited size
                        ws-cas-imposta-ed        delimited size
                        ws-simbolo-valuta        delimited size
                   into ws-riga-castelletto
                 end-string
              end-if
              move Calibri12B          to spl-hfont
              move 0                   to spl-tipo-colonna
              move 1,0                 to spl-colonna
              move ws-riga-castelletto to spl-riga-stampa
              perform SCRIVI
              subtract 0,15 from save-riga
           end-perform.

      ***---
       SCRIVI-RIGA-SCALATURA.
      * RESA DI STAMPA DELLE RIGHE DI SCALATURA ACCONTI: DESCRIZIONE

      ***---
       CERCA-PREZZO-LISTINO.
      * PREZZO PER IL CLIENTE ALLA DATA DEL DOCUMENTO: LISTINO DELLA SUA
      * CONVENZIONE, DELLA SUA TIPOLOGIA O LISTINO BASE, NELL'ORDINE
      * (VEDI ST-PREZZO).
           set ws-listino-trovato to false.
           move spaces to ws-prz-convenzione.
           call "st-prezzo" using rfa-articolo tfa-data-doc
                                  tfa-cliente ws-prz-convenzione
                                  ws-listino-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito = "OK"
              set ws-listino-trovato to true
           end-if.

      ***---
      * RIPORTA IN CALCE IL RIFERIMENTO NORMATIVO DELL'ESENZIONE IVA
      * CONFIGURATO SULLA RIGA CODIVA, INVECE DI FARLO DIGITARE DENTRO
      * IVA-DESCRIZIONE A CHI MANTIENE LA TABELLA.
      * CON PIU' CODICI ESENTI SULLO STESSO DOCUMENTO SE NE STAMPA
      * UNA PER CODICE (IL RIFERIMENTO ARRIVA IN WS-RIF-ESENZIONE).
           initialize ws-riga-esenzione.
           inspect ws-rif-esenzione
                   replacing trailing spaces by low-value.
           string "Operazione esente IVA ai sensi dell'"
                                                  delimited size
                  ws-rif-esenzione                delimited low-value
             into ws-riga-esenzione
           end-string.
           move Calibri12B        to spl-hfont.
           move 0                 to spl-tipo-colonna.
           move 1,0               to spl-colonna.
       STAMPA-NOTA-BOLLO.
      * SULLE FATTURE ESENTI SOPRA LA SOGLIA DI LEGGE L'IMPOSTA DI
      * BOLLO VA ESPOSTA IN DOCUMENTO: LA CONDIZIONE SI DEDUCE DALLA
      * RIGA CODIVA (ALIQUOTA ZERO CON CODICE NATURA) E DALLA PARTE
      * ESENTE DEL DOCUMENTO (WS-BASE-BOLLO, VEDI TOTALI-CASTELLETTO),
      * COSI' NESSUNO DEVE PIU' RICORDARSI DI SCRIVERLA NELLE NOTE.
      * LA STESSA REGOLA, NEGLI STESSI TERMINI, LA APPLICANO
      * ST-FEPAXML (BLOCCO DATIBOLLO) E IL RENDICONTO TRIMESTRALE
      ***---
       AGGIUNGI-HASH-RIGA.
           move spaces        to ws-hash-buffer.
      * UNA RIGA SENZA CODICE IVA PROPRIO ENTRA NELL'IMPRONTA CON I
      * SOLI 93 BYTE DI SEMPRE, COSI' LE IMPRONTE DELLE FATTURE GIA'
      * EMESSE RESTANO VALIDE; IL CODICE IVA DI RIGA, QUANDO C'E',
      * ENTRA ANCH'ESSO.
           if rfa-codiva = spaces
              move rfa-rec(1:93) to ws-hash-buffer(1:93)
              move 93            to ws-hash-lunghezza
           else
              move rfa-rec       to ws-hash-buffer(1:96)
              move 96            to ws-hash-lunghezza
           end-if.
           perform AGGIORNA-HASH-BUFFER.

      ***---

           display message messaggio.

           initialize errlog-link.
           move "ST-DOCUM"        to ell-programma.
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
           close clienti param codiva tutori.
           if link-fattura
              close tfatture rfatture acconti tnotacr operatori
                    incassi
           if link-corrisp
              close tcorrisp rcorrisp
           end-if.
           if link-fattura or link-corrisp
              close articoli
           end-if.
           if link-notacr
              close tnotacr rnotacr operatori tfatture
           end-if.
