       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-promo.
       AUTHOR.                          Andrea.
      ******************************************************************
      * APPLICAZIONE DELLE PROMOZIONI A TEMPO E DEI CODICI SCONTO
      * (PROMO/PROMOUSO, VEDI PROMO.LKS PER LE FUNZIONI). UNA
      * PROMOZIONE E' APPLICABILE A UN DOCUMENTO SE:
      *   - E' ATTIVA E LA DATA DEL DOCUMENTO CADE NEL SUO PERIODO
      *   - IL COUPON, SE LO PREVEDE, E' QUELLO DEL DOCUMENTO
      *   - LA TIPOLOGIA DEL CLIENTE E' TRA QUELLE AMMESSE (TUTTE A
      *     SPAZI = QUALSIASI TIPOLOGIA)
      *   - IL CLIENTE E' NUOVO O GIA' ACQUISITO COME RICHIESTO
      *   - NON HA ANCORA ESAURITO GLI UTILIZZI COMPLESSIVI NE'
      *     QUELLI DEL CLIENTE (CONTATI SU PROMOUSO)
      * IL COUPON VINCE SULLE PROMOZIONI AUTOMATICHE; TRA LE
      * AUTOMATICHE SI PRENDE LA PRIMA IN ORDINE DI CODICE. I
      * PREVENTIVI CERCANO E PREZZANO MA NON CONSUMANO UTILIZZI:
      * L'UTILIZZO NASCE SOLO SUL DOCUMENTO FISCALE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "promo.sl".
           copy "promouso.sl".
           copy "clienti.sl".
           copy "tfatture.sl".
           copy "tcorrisp.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "promo.fd".
           copy "promouso.fd".
           copy "clienti.fd".
           copy "tfatture.fd".
           copy "tcorrisp.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-promo          pic xx.
       77  status-promouso       pic xx.
       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 promo-trovata      value 1 false 0.
       77  filler                pic 9.
           88 promo-valida       value 1 false 0.
       77  filler                pic 9.
           88 cliente-nuovo      value 1 false 0.
       77  filler                pic 9.
           88 tipologia-ammessa  value 1 false 0.
       77  filler                pic 9.
           88 articolo-ammesso   value 1 false 0.

       77  ws-data               pic 9(8).
       77  ws-tipologia          pic x(6).
       77  ws-idx                pic 9(2).
       77  ws-utilizzi           pic 9(5) value 0.
       77  ws-utilizzi-cliente   pic 9(5) value 0.

       LINKAGE SECTION.
           copy "promo.lks".

      ******************************************************************
       PROCEDURE DIVISION using promo-link.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           evaluate true
           when prl-cerca    perform CERCA-PROMOZIONE
           when prl-prezzo   perform PREZZO-PROMOZIONE
           when prl-registra perform REGISTRA-UTILIZZO
           when other        set tutto-ok to false
           end-evaluate.
           perform CLOSE-FILES.
           if tutto-ok
              set prl-esito-ok to true
           else
              set prl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           if prl-data = 0
              accept ws-data from century-date
           else
              move prl-data to ws-data
           end-if.

      ***---
       OPEN-FILES.
           open input promo.
           if status-promo = "35"
              open output promo
              close       promo
              open input  promo
           end-if.
           open i-o promouso.
           if status-promouso = "35"
              open output promouso
              close       promouso
              open i-o    promouso
           end-if.
           open input clienti tfatture tcorrisp.

      ***---
      * SU UN DOCUMENTO CHE HA GIA' IL SUO UTILIZZO NON SI CERCA
      * NIENTE: LA PROMOZIONE E' GIA' STATA APPLICATA (RISTAMPA).
       CERCA-PROMOZIONE.
           move spaces to prl-codice prl-descrizione prl-nuovo-cliente.
           set promo-trovata to false.
           if prl-doc-tipo not = "P"
              move prl-doc-tipo   to pru-doc-tipo
              move prl-doc-anno   to pru-doc-anno
              move prl-doc-numero to pru-doc-numero
              read promouso no lock
                   invalid continue
               not invalid
                   set tutto-ok to false
                   exit paragraph
              end-read
           end-if.
           move spaces to ws-tipologia.
           move prl-cliente to cli-codice.
           read clienti no lock
                invalid continue
            not invalid move cli-tipologia to ws-tipologia
           end-read.
           perform VERIFICA-CLIENTE-NUOVO.
           if prl-coupon not = spaces
              perform CERCA-PER-COUPON
           end-if.
           if not promo-trovata
              perform CERCA-AUTOMATICA
           end-if.
           if promo-trovata
              move pro-codice      to prl-codice
              move pro-descrizione to prl-descrizione
              if cliente-nuovo
                 set prl-cliente-nuovo to true
              else
                 move "N" to prl-nuovo-cliente
              end-if
           else
              set tutto-ok to false
           end-if.

      ***---
       CERCA-PER-COUPON.
           move prl-coupon to pro-coupon.
           start promo key >= pro-coupon
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read promo next no lock at end exit perform end-read
              if pro-coupon not = prl-coupon
                 exit perform
              end-if
              perform VALUTA-PROMOZIONE
              if promo-valida
                 set promo-trovata to true
                 exit perform
              end-if
           end-perform.

      ***---
       CERCA-AUTOMATICA.
           move low-value to pro-codice.
           start promo key >= pro-codice
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read promo next no lock at end exit perform end-read
              if pro-coupon = spaces
                 perform VALUTA-PROMOZIONE
                 if promo-valida
                    set promo-trovata to true
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       VALUTA-PROMOZIONE.
           set promo-valida to false.
           if not pro-attiva-si or
              pro-data-inizio > ws-data or
              (pro-data-fine not = 0 and pro-data-fine < ws-data)
              exit paragraph
           end-if.
           if pro-solo-nuovi and not cliente-nuovo
              exit paragraph
           end-if.
           if pro-solo-esistenti and cliente-nuovo
              exit paragraph
           end-if.
           if pro-tipologie not = spaces
              set tipologia-ammessa to false
              perform varying ws-idx from 1 by 1 until ws-idx > 5
                 if pro-tipologia(ws-idx) not = spaces and
                    pro-tipologia(ws-idx) = ws-tipologia
                    set tipologia-ammessa to true
                 end-if
              end-perform
              if not tipologia-ammessa
                 exit paragraph
              end-if
           end-if.
           if pro-max-utilizzi not = 0 or pro-max-per-cliente not = 0
              perform CONTA-UTILIZZI
              if pro-max-utilizzi not = 0 and
                 ws-utilizzi >= pro-max-utilizzi
                 exit paragraph
              end-if
              if pro-max-per-cliente not = 0 and
                 ws-utilizzi-cliente >= pro-max-per-cliente
                 exit paragraph
              end-if
           end-if.
           set promo-valida to true.

      ***---
       CONTA-UTILIZZI.
           move 0 to ws-utilizzi ws-utilizzi-cliente.
           move low-value  to pru-promo-cliente.
           move pro-codice to pru-promo.
           start promouso key >= pru-promo-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read promouso next no lock at end exit perform end-read
              if pru-promo not = pro-codice
                 exit perform
              end-if
              add 1 to ws-utilizzi
              if pru-cliente = prl-cliente
                 add 1 to ws-utilizzi-cliente
              end-if
           end-perform.

      ***---
      * IL DOCUMENTO IN LAVORAZIONE NON CONTA: UN CLIENTE E' NUOVO
      * SE NON HA ALTRE FATTURE NE' ALTRI CORRISPETTIVI.
       VERIFICA-CLIENTE-NUOVO.
           set cliente-nuovo to true.
           move prl-cliente to tfa-cliente.
           start tfatture key >= tfa-cliente
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read tfatture next no lock
                         at end exit perform
                    end-read
                    if tfa-cliente not = prl-cliente
                       exit perform
                    end-if
                    if prl-doc-tipo not = "F" or
                       tfa-anno   not = prl-doc-anno or
                       tfa-numero not = prl-doc-numero
                       set cliente-nuovo to false
                       exit perform
                    end-if
                 end-perform
           end-start.
           if not cliente-nuovo
              exit paragraph
           end-if.
           move prl-cliente to tco-cliente.
           start tcorrisp key >= tco-cliente
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read tcorrisp next no lock
                         at end exit perform
                    end-read
                    if tco-cliente not = prl-cliente
                       exit perform
                    end-if
                    if prl-doc-tipo not = "C" or
                       tco-anno   not = prl-doc-anno or
                       tco-numero not = prl-doc-numero
                       set cliente-nuovo to false
                       exit perform
                    end-if
                 end-perform
           end-start.

      ***---
      * IL PREZZO FISSO SI APPLICA SOLO SE E' PIU' BASSO DEL PREZZO
      * BASE: LA PROMOZIONE NON RINCARA MAI UNA RIGA.
       PREZZO-PROMOZIONE.
           move 0 to prl-prezzo-promo prl-sconto-perc.
           move prl-codice to pro-codice.
           read promo no lock
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           if prl-prezzo-base <= 0
              set tutto-ok to false
              exit paragraph
           end-if.
           set articolo-ammesso to false.
           if pro-articoli = spaces
              set articolo-ammesso to true
           else
              perform varying ws-idx from 1 by 1 until ws-idx > 10
                 if pro-articolo(ws-idx) not = spaces and
                    pro-articolo(ws-idx) = prl-articolo
                    set articolo-ammesso to true
                 end-if
              end-perform
           end-if.
           if not articolo-ammesso
              set tutto-ok to false
              exit paragraph
           end-if.
           evaluate true
           when pro-percentuale
                move pro-sconto-perc to prl-sconto-perc
                compute prl-prezzo-promo rounded =
                        prl-prezzo-base * (100 - pro-sconto-perc) / 100
           when pro-prezzo-fisso
                move pro-prezzo to prl-prezzo-promo
                compute prl-sconto-perc rounded =
                        (prl-prezzo-base - pro-prezzo) * 100 /
                        prl-prezzo-base
           when other
                set tutto-ok to false
                exit paragraph
           end-evaluate.
           if prl-prezzo-promo >= prl-prezzo-base or
              prl-prezzo-promo < 0
              move 0 to prl-prezzo-promo prl-sconto-perc
              set tutto-ok to false
           end-if.

      ***---
       REGISTRA-UTILIZZO.
           if prl-doc-tipo = "P"
              set tutto-ok to false
              exit paragraph
           end-if.
           initialize rec-promouso.
           move prl-doc-tipo        to pru-doc-tipo.
           move prl-doc-anno        to pru-doc-anno.
           move prl-doc-numero      to pru-doc-numero.
           move prl-codice          to pru-promo.
           move prl-cliente         to pru-cliente.
           move ws-data             to pru-data.
           move prl-sconto-concesso to pru-sconto.
           move prl-fatturato       to pru-fatturato.
           if prl-cliente-nuovo
              set pru-cliente-nuovo to true
           else
              move "N" to pru-nuovo-cliente
           end-if.
           move prl-operatore       to pru-operatore.
           write rec-promouso
                 invalid set tutto-ok to false
           end-write.

      ***---
       CLOSE-FILES.
           close promo promouso clienti tfatture tcorrisp.
