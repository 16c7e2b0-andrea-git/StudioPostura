       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-consumi.
       AUTHOR.                          Andrea.
      ******************************************************************
      * DISTINTA DEI CONSUMI STANDARD DI MATERIALE PER PRESTAZIONE
      * (DISTCONS): PER OGNI ARTICOLO SERVIZIO I PRODOTTI DI
      * MAGAZZINO CHE UNA SEDUTA CONSUMA (GEL, ELETTRODI, BENDAGGI,
      * TELINI) E QUANTO. LE FUNZIONI SONO QUELLE DI CONSUMI.LKS.
      * LA REGISTRAZIONE ("R") LA CHIAMANO I PROGRAMMI CHE SCRIVONO
      * UNA SEDUTA IN RSCHEDE (ST-APPCHIUSURA, ST-CORSI) SUBITO DOPO
      * LA WRITE: OGNI MATERIALE SI SCARICA DA MOVMAG CON ST-MOVMAG,
      * DOCUMENTO "S" (ANNO DELLA SEDUTA, NUMERO SCHEDA), E IL LOTTO
      * LO SCEGLIE ST-MOVMAG COME SU OGNI SCARICO. MOVMAG MUOVE PEZZI
      * INTERI: LA FRAZIONE DI CONSUMO SI ACCUMULA IN DIC-RESIDUO E
      * SCARICA IL PEZZO QUANDO ARRIVA A UNO. UNO SCARICO RIFIUTATO
      * (MATERIALE SPARITO O NON PIU' MERCE) NON FERMA LA SEDUTA:
      * FINISCE SUL GIORNALE DEGLI ERRORI E LA DISTINTA VA RIVISTA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "distcons.sl".
           copy "articoli.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "distcons.fd".
           copy "articoli.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "errlog.lks".

       77  status-distcons       pic xx.
       77  status-articoli       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 nuova-riga         value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-sedute             pic 9(4).
       77  ws-consumo            pic 9(7)v99.
       77  ws-pezzi              pic 9(5).
       77  ws-qta-precedente     pic 9(3)v99 value 0.
       77  ws-qta-ed             pic zz9,99.
       77  ws-pezzi-ed           pic zzzz9.
       77  ws-scheda-ed          pic 9(6).
       77  ws-progressivo-ed     pic 9(4).

      * PARAMETRI DI ST-MOVMAG
       77  ws-mag-funzione       pic x(1).
       77  ws-mag-qta            pic s9(5).
       77  ws-mag-costo          pic s9(5)v99 value 0.
       77  ws-mag-doc-tipo       pic x(1).
       77  ws-mag-doc-anno       pic 9(4).
       77  ws-mag-note           pic x(50).
       77  ws-mag-giacenza       pic s9(7).
       77  ws-mag-esito          pic xx.
       77  ws-mag-lotto          pic x(15) value spaces.
       77  ws-mag-scad-lotto     pic 9(8)  value 0.
       77  ws-mag-codice-letto   pic x(20) value spaces.

       LINKAGE SECTION.
           copy "consumi.lks".

      ******************************************************************
       PROCEDURE DIVISION using consumi-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when cnl-scrivi   perform SCRIVI-RIGA
              when cnl-cancella perform CANCELLA-RIGA
              when cnl-registra perform REGISTRA-CONSUMI
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set cnl-esito-ok to true
           else
              set cnl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok   to true.
           set nuova-riga to false.
           accept ws-data-corrente from century-date.
           move 0 to cnl-num-scarichi.
           if cnl-servizio = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o distcons.
           if status-distcons = "35"
              open output distcons
              close       distcons
              open i-o    distcons
           end-if.
           open input articoli.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-DATI.
           if not tutto-ok
              exit paragraph
           end-if.
           move cnl-servizio  to dic-servizio.
           move cnl-materiale to dic-materiale.
           set nuova-riga to false.
           read distcons
                invalid
                   set nuova-riga to true
                   initialize rec-distcons
                   move cnl-servizio  to dic-servizio
                   move cnl-materiale to dic-materiale
           end-read.
           move dic-qta-seduta   to ws-qta-precedente.
           move cnl-qta-seduta   to dic-qta-seduta.
           move cnl-operatore    to dic-aggiornato-da.
           move ws-data-corrente to dic-data-aggiornamento.
           if nuova-riga
              write rec-distcons
                    invalid set tutto-ok to false
              end-write
           else
              rewrite rec-distcons
                      invalid set tutto-ok to false
              end-rewrite
           end-if.
           if tutto-ok
              perform AUDIT-RIGA
           end-if.

      ***---
      * IL SERVIZIO DEVE ESSERE UNA PRESTAZIONE, IL MATERIALE UN
      * PRODOTTO DI MAGAZZINO (ALTRIMENTI NON C'E' NIENTE DA
      * SCARICARE), LA QUANTITA' DIVERSA DA ZERO.
       CONTROLLA-DATI.
           if cnl-materiale = spaces or cnl-qta-seduta = 0
              set tutto-ok to false
              exit paragraph
           end-if.
           move cnl-servizio to art-codice.
           read articoli no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not art-servizio
              set tutto-ok to false
              exit paragraph
           end-if.
           move cnl-materiale to art-codice.
           read articoli no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not art-merce
              set tutto-ok to false
           end-if.

      ***---
       CANCELLA-RIGA.
           move cnl-servizio  to dic-servizio.
           move cnl-materiale to dic-materiale.
           read distcons
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move dic-qta-seduta to ws-qta-precedente.
           delete distcons record
                  invalid set tutto-ok to false
              not invalid perform AUDIT-RIGA
           end-delete.

      ***---
       AUDIT-RIGA.
           initialize auditlog-link.
           move "ST-CONSUMI"            to aul-programma.
           move "DISTCONS"              to aul-file-dati.
           evaluate true
           when cnl-cancella      set aul-cancellazione to true
           when nuova-riga        set aul-inserimento   to true
           when other             set aul-modifica      to true
           end-evaluate.
           move dic-chiave              to aul-chiave-record.
           move "DIC-QTA-SEDUTA"        to aul-campo.
           if not nuova-riga
              move ws-qta-precedente    to ws-qta-ed
              move ws-qta-ed            to aul-valore-precedente
           end-if.
           if not cnl-cancella
              move dic-qta-seduta       to ws-qta-ed
              move ws-qta-ed            to aul-valore-nuovo
           end-if.
           move cnl-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
      * UNA SEDUTA DI UN SERVIZIO SENZA DISTINTA NON CONSUMA NULLA:
      * NON E' UN ERRORE.
       REGISTRA-CONSUMI.
           move cnl-sedute to ws-sedute.
           if ws-sedute = 0
              move 1 to ws-sedute
           end-if.
           move cnl-data(1:4) to ws-mag-doc-anno.
           move cnl-scheda      to ws-scheda-ed.
           move cnl-progressivo to ws-progressivo-ed.
           initialize ws-mag-note.
           string "Consumo seduta scheda " delimited size
                  ws-scheda-ed             delimited size
                  "/"                      delimited size
                  ws-progressivo-ed        delimited size
             into ws-mag-note
           end-string.
           move low-value    to dic-chiave.
           move cnl-servizio to dic-servizio.
           start distcons key >= dic-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read distcons next at end exit perform end-read
              if dic-servizio not = cnl-servizio
                 exit perform
              end-if
              perform SCARICA-MATERIALE
           end-perform.

      ***---
       SCARICA-MATERIALE.
           compute ws-consumo =
                   dic-residuo + dic-qta-seduta * ws-sedute.
           move ws-consumo to ws-pezzi.
           if ws-pezzi > 0
              move "S"       to ws-mag-funzione
              move ws-pezzi  to ws-mag-qta
              move 0         to ws-mag-costo
              move "S"       to ws-mag-doc-tipo
              move spaces    to ws-mag-lotto ws-mag-codice-letto
              move 0         to ws-mag-scad-lotto
              call "st-movmag" using ws-mag-funzione dic-materiale
                                     ws-mag-qta ws-mag-costo
                                     ws-mag-doc-tipo ws-mag-doc-anno
                                     cnl-scheda ws-mag-note
                                     cnl-operatore ws-mag-giacenza
                                     ws-mag-esito
                                     ws-mag-lotto ws-mag-scad-lotto
                                     ws-mag-codice-letto
              cancel "st-movmag"
              if ws-mag-esito = "OK"
                 add 1 to cnl-num-scarichi
              else
                 set tutto-ok to false
                 perform REGISTRA-ERRORE-SCARICO
              end-if
           end-if.
      * LA FRAZIONE RESTA IN CARICO ALLA PROSSIMA SEDUTA; I PEZZI DI
      * UNO SCARICO RIFIUTATO SONO SUL GIORNALE DEGLI ERRORI.
           compute dic-residuo = ws-consumo - ws-pezzi.
           rewrite rec-distcons
                   invalid continue
           end-rewrite.

      ***---
       REGISTRA-ERRORE-SCARICO.
           initialize errlog-link.
           move "ST-CONSUMI"         to ell-programma.
           move "SCARICA-MATERIALE"  to ell-paragrafo.
           set ell-errore-altro      to true.
           move "MOVMAG"             to ell-file.
           move dic-chiave           to ell-chiave.
           move ws-pezzi             to ws-pezzi-ed.
           string "Consumo di "      delimited size
                  ws-pezzi-ed        delimited size
                  " pezzi non scaricato: "
                                     delimited size
                  ws-mag-note        delimited size
             into ell-messaggio
           end-string.
           move cnl-operatore        to ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close distcons articoli.
