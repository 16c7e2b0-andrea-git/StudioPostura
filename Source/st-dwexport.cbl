       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-dwexport.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ESTRAZIONE NOTTURNA VERSO L'ARCHIVIO DI ANALISI (DATA
      * WAREHOUSE) DEL CONSULENTE: FILE PIATTI A TRACCIATO FISSO, UNO
      * PER ARGOMENTO, NELLA CARTELLA INDICATA (PARAMETRO1 DEL PIANO
      * NOTTURNO, COL SEPARATORE FINALE). OGNI GIRO HA UN NUMERO
      * (DWSTATO) E I SUOI FILE SI CHIAMANO DWnnnnnn_<ARGOMENTO>.TXT,
      * COSI' UN GIRO NON CARICATO NON VIENE SOVRASCRITTO DAL
      * SUCCESSIVO. I TRACCIATI SONO QUELLI DEI RECORD DI FD ESTRATTO
      * QUI SOTTO: NUMERI SENZA VIRGOLA (DECIMALI IMPLICITI COME DA
      * PICTURE), SEGNO IN TESTA, DATE AAAAMMGG, ULTIMO CAMPO SEMPRE
      * IL NUMERO DI ESTRAZIONE.
      * FATTI:
      *   RIGHEDOC     RIGHE DI FATTURE (F), NOTE DI CREDITO (N,
      *                IMPORTI NEGATIVI) E CORRISPETTIVI (C)
      *   SEDUTE       RIGHE DELLE SCHEDE TRATTAMENTO (RSCHEDE)
      *   APPUNTAMENTI AGENDA
      *   INCASSI      INCASSI SULLE FATTURE
      *   MOVMAG       MOVIMENTI DI MAGAZZINO
      * DIMENSIONI (SEMPRE PER INTERO, SONO PICCOLE):
      *   CLIENTI      PSEUDONIMIZZATI (DWPSEUDO): NESSUN NOME,
      *                INDIRIZZO, CODICE FISCALE O RECAPITO; L'ETA' SOLO
      *                PER DECINE
      *   ARTICOLI, OPERATORI, SEDI (PROFILI PARAM), DATE (CALENDARIO
      *                DA DIECI ANNI FA ALLA FINE DELL'ANNO PROSSIMO)
      * LA PRIMA ESTRAZIONE (O CON PARAMETRO2 = "C") E' COMPLETA. LE
      * SUCCESSIVE RIPARTONO DALL'INIZIO DELL'ULTIMA RIUSCITA:
      *   - DOCUMENTI: QUELLI CON DATA DAL PUNTO DI RIPRESA PIU'
      *     QUELLI TOCCATI DA ALLORA SECONDO AUDITLOG (INCASSI,
      *     CORREZIONI); A DESTINAZIONE OGNI DOCUMENTO PRESENTE NEL
      *     FILE SOSTITUISCE PER INTERO LE SUE RIGHE
      *   - SEDUTE, APPUNTAMENTI, INCASSI, MOVIMENTI: NON HANNO
      *     TRACCIA DELLE MODIFICHE, QUINDI SI RIMANDA UNA FINESTRA DI
      *     RIPASSO (DAL PUNTO DI RIPRESA MENO 78-GIORNI-RIPASSO, CHE
      *     COPRE LA FATTURAZIONE DI FINE MESE E LE CHIUSURE DI
      *     GIORNATA) E A DESTINAZIONE LE RIGHE CON DATA DALL'INIZIO
      *     DELLA FINESTRA SI SOSTITUISCONO CON QUELLE DEL FILE: COSI'
      *     ANCHE LE RIGHE CANCELLATE SPARISCONO
      * PER ULTIMO SI SCRIVE IL FILE DI CONTROLLO DWnnnnnn_CONTROLLO:
      * PER OGNI FILE RIGHE, TOTALE DI CONTROLLO, MODALITA' E INIZIO
      * FINESTRA. SENZA FILE DI CONTROLLO IL GIRO NON VA CARICATO.
      * NON MOSTRA MESSAGGI: GLI ERRORI VANNO SUL GIORNALE DEGLI
      * ERRORI (ST-ERRLOG) E IL GIRO RESTA FALLITO SU DWSTATO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tfatture.sl".
           copy "rfatture.sl".
           copy "tnotacr.sl".
           copy "rnotacr.sl".
           copy "tcorrisp.sl".
           copy "rcorrisp.sl".
           copy "tschede.sl".
           copy "rschede.sl".
           copy "appuntamenti.sl".
           copy "incassi.sl".
           copy "movmag.sl".
           copy "clienti.sl".
           copy "articoli.sl".
           copy "operatori.sl".
           copy "param.sl".
           copy "festivi.sl".
           copy "auditlog.sl".
           copy "dwstato.sl".
           copy "dwpseudo.sl".
           select estratto assign to ws-percorso-estratto
                  organization is line sequential
                  file status  is status-estratto.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tfatture.fd".
           copy "rfatture.fd".
           copy "tnotacr.fd".
           copy "rnotacr.fd".
           copy "tcorrisp.fd".
           copy "rcorrisp.fd".
           copy "tschede.fd".
           copy "rschede.fd".
           copy "appuntamenti.fd".
           copy "incassi.fd".
           copy "movmag.fd".
           copy "clienti.fd".
           copy "articoli.fd".
           copy "operatori.fd".
           copy "param.fd".
           copy "festivi.fd".
           copy "auditlog.fd".
           copy "dwstato.fd".
           copy "dwpseudo.fd".

      * TRACCIATI DEI FILE PIATTI (UNO PER ARGOMENTO)
       fd  estratto
           label record is omitted.
       01  est-righedoc.
           05 erd-tipo-doc       pic x(1).
           05 erd-anno           pic 9(4).
           05 erd-numero         pic 9(6).
           05 erd-riga           pic 9(4).
           05 erd-data           pic 9(8).
           05 erd-cliente        pic 9(8).
           05 erd-studio         pic x(4).
           05 erd-operatore      pic x(10).
           05 erd-articolo       pic x(6).
           05 erd-qta            pic s9(5) sign leading separate.
           05 erd-prezzo         pic s9(7)v99 sign leading separate.
           05 erd-importo        pic s9(9)v99 sign leading separate.
           05 erd-codiva         pic x(3).
           05 erd-stato-pag      pic x(1).
           05 erd-estrazione     pic 9(6).
       01  est-sedute.
           05 ese-scheda         pic 9(6).
           05 ese-riga           pic 9(4).
           05 ese-data           pic 9(8).
           05 ese-cliente        pic 9(8).
           05 ese-articolo       pic x(6).
           05 ese-operatore      pic x(10).
           05 ese-qta            pic 9(4).
           05 ese-netto          pic s9(5)v99 sign leading separate.
           05 ese-convenzione    pic x(4).
           05 ese-doc-tipo       pic x(1).
           05 ese-doc-anno       pic 9(4).
           05 ese-doc-numero     pic 9(6).
           05 ese-estrazione     pic 9(6).
       01  est-appuntamenti.
           05 eap-data           pic 9(8).
           05 eap-ora            pic 9(4).
           05 eap-progressivo    pic 9(2).
           05 eap-cliente        pic 9(8).
           05 eap-operatore      pic x(10).
           05 eap-articolo       pic x(6).
           05 eap-stanza         pic x(4).
           05 eap-durata         pic 9(3).
           05 eap-stato          pic x(1).
           05 eap-conferma       pic x(1).
           05 eap-ora-arrivo     pic 9(4).
           05 eap-domicilio      pic x(1).
           05 eap-serie          pic 9(6).
           05 eap-estrazione     pic 9(6).
       01  est-incassi.
           05 ein-anno           pic 9(4).
           05 ein-numero         pic 9(6).
           05 ein-progressivo    pic 9(4).
           05 ein-data           pic 9(8).
           05 ein-importo        pic s9(7)v99 sign leading separate.
           05 ein-mezzo          pic x(20).
           05 ein-estrazione     pic 9(6).
       01  est-movmag.
           05 emo-articolo       pic x(6).
           05 emo-progressivo    pic 9(6).
           05 emo-data           pic 9(8).
           05 emo-tipo           pic x(1).
           05 emo-qta            pic s9(5) sign leading separate.
           05 emo-costo          pic s9(5)v99 sign leading separate.
           05 emo-doc-tipo       pic x(1).
           05 emo-doc-anno       pic 9(4).
           05 emo-doc-numero     pic 9(6).
           05 emo-lotto          pic x(15).
           05 emo-estrazione     pic 9(6).
       01  est-clienti.
           05 ecl-cliente        pic 9(8).
           05 ecl-studio         pic x(4).
           05 ecl-tipologia      pic x(6).
           05 ecl-prov           pic x(2).
      * DECINA DI ETA' (0, 10, 20, ...); 999 = DATA DI NASCITA IGNOTA
           05 ecl-fascia-eta     pic 9(3).
           05 ecl-azienda        pic x(1).
           05 ecl-provenienza    pic x(20).
           05 ecl-convenzione    pic x(4).
           05 ecl-lingua         pic x(2).
           05 ecl-mensile        pic x(1).
           05 ecl-estrazione     pic 9(6).
       01  est-articoli.
           05 ear-codice         pic x(6).
           05 ear-descrizione    pic x(50).
           05 ear-tipo           pic x(1).
           05 ear-sanitaria      pic x(1).
           05 ear-estrazione     pic 9(6).
       01  est-operatori.
           05 eop-codice         pic x(10).
           05 eop-nome           pic x(30).
           05 eop-ruolo          pic x(1).
           05 eop-disabilitato   pic x(1).
           05 eop-estrazione     pic 9(6).
       01  est-sedi.
           05 esd-studio         pic x(4).
           05 esd-ragsoc         pic x(50).
           05 esd-estrazione     pic 9(6).
       01  est-date.
           05 eda-data           pic 9(8).
           05 eda-anno           pic 9(4).
           05 eda-mese           pic 9(2).
           05 eda-giorno         pic 9(2).
           05 eda-trimestre      pic 9(1).
      * 1 = LUNEDI' ... 7 = DOMENICA
           05 eda-giorno-sett    pic 9(1).
           05 eda-festivo        pic x(1).
           05 eda-estrazione     pic 9(6).
      * FILE DI CONTROLLO: UNA RIGA PER FILE PRODOTTO. MODALITA':
      * C = COMPLETO, D = PER DOCUMENTO (SOSTITUIRE I DOCUMENTI
      * PRESENTI), F = FINESTRA (SOSTITUIRE LE RIGHE CON DATA DA
      * CTL-FINESTRA-DA), S = FOTOGRAFIA (SOSTITUIRE TUTTO).
       01  est-controllo.
           05 ctl-file           pic x(20).
           05 ctl-righe          pic 9(9).
           05 ctl-totale         pic s9(13)v99 sign leading separate.
           05 ctl-modalita       pic x(1).
           05 ctl-finestra-da    pic 9(8).
           05 ctl-tipo-estrazione pic x(1).
           05 ctl-data-ripresa   pic 9(8).
           05 ctl-ora-ripresa    pic 9(8).
           05 ctl-estrazione     pic 9(6).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-rfatture       pic xx.
       77  status-tnotacr        pic xx.
       77  status-rnotacr        pic xx.
       77  status-tcorrisp       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-tschede        pic xx.
       77  status-rschede        pic xx.
       77  status-appuntamenti   pic xx.
       77  status-incassi        pic xx.
       77  status-movmag         pic xx.
       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.
       77  status-festivi        pic xx.
       77  status-auditlog       pic xx.
       77  status-dwstato        pic xx.
       77  status-dwpseudo       pic xx.
       77  status-estratto       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 estrazione-completa value 1 false 0.
       77  filler                pic 9.
           88 estratto-aperto    value 1 false 0.
       77  filler                pic 9.
           88 giro-aperto        value 1 false 0.

      * GIORNI DI RIPASSO DEI FATTI SENZA TRACCIA DELLE MODIFICHE
       78  78-giorni-ripasso     value 45.
       78  78-anni-indietro      value 10.

       77  ws-numero             pic 9(6).
       77  ws-data-corrente      pic 9(8).
       77  ws-anno-corrente      pic 9(4).
       77  ws-anno-nascita       pic 9(4).
       77  ws-ora-corrente       pic 9(8).
       77  ws-data-ripresa       pic 9(8).
       77  ws-ora-ripresa        pic 9(8).
       77  ws-anno-ripresa       pic 9(4).
       77  ws-data-doc-da        pic 9(8).
       77  ws-finestra-da        pic 9(8).
       77  ws-cartella           pic x(160).
       77  ws-argomento          pic x(20).
       77  ws-percorso-estratto  pic x(200).
       77  ws-ultimo-pseudonimo  pic 9(8).
       77  ws-pseudonimo         pic 9(8).
       77  ws-studio-cliente     pic x(4).
       77  ws-tipo-doc           pic x(1).
       77  ws-anni               pic 9(3).
       77  ws-data-fine-date     pic 9(8).
       77  ws-cal-seriale-fine   pic 9(9).
       77  ws-sett-quoz          pic 9(9).
       77  ws-sett-resto         pic 9(1).

      * CONTEGGI E TOTALI DI CONTROLLO PER FILE
       78  ws-max-file           value 10.
       01  ws-ctl-tab.
           05 ws-ctl             occurs 10 times indexed by ws-fdx.
              10 ws-ctl-file          pic x(20).
              10 ws-ctl-righe         pic 9(9).
              10 ws-ctl-totale        pic s9(13)v99.
              10 ws-ctl-modalita      pic x(1).
              10 ws-ctl-finestra      pic 9(8).
       77  ws-num-file           pic 9(2) value 0.
       77  ws-righe-totali       pic 9(9) value 0.

      * DOCUMENTI TOCCATI DAL PUNTO DI RIPRESA SECONDO AUDITLOG
       78  ws-max-doc            value 2000.
       01  ws-doc-tab.
           05 ws-doc             occurs 2000 times indexed by ws-ddx.
              10 ws-doc-tipo          pic x(1).
              10 ws-doc-anno          pic 9(4).
              10 ws-doc-numero        pic 9(6).
       77  ws-num-doc            pic 9(4) value 0.
       77  ws-aud-anno           pic 9(4).
       77  ws-aud-numero         pic 9(6).
       77  filler                pic 9.
           88 doc-gia-in-tabella value 1 false 0.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

      * CONVERSIONE DATE SUL CALENDARIO VERO, COME ST-PRIMADISP
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 000.
           05 filler pic 9(3) value 031.
           05 filler pic 9(3) value 059.
           05 filler pic 9(3) value 090.
           05 filler pic 9(3) value 120.
           05 filler pic 9(3) value 151.
           05 filler pic 9(3) value 181.
           05 filler pic 9(3) value 212.
           05 filler pic 9(3) value 243.
           05 filler pic 9(3) value 273.
           05 filler pic 9(3) value 304.
           05 filler pic 9(3) value 334.
       01  filler redefines ws-giorni-cumulati-tab.
           05 ws-giorni-cumulati occurs 12 times pic 9(3).

       01  ws-giorni-mese-tab.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01  filler redefines ws-giorni-mese-tab.
           05 ws-giorni-mese occurs 12 times pic 9(2).

       77  ws-cal-data           pic 9(8).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-seriale        pic 9(9).
       77  ws-cal-resto          pic 9(9).
       77  ws-cal-bisestili      pic 9(9).
       77  ws-cal-quoz           pic 9(9).
       77  ws-cal-giorni-anno    pic 9(3).
       77  ws-cal-anno-rif       pic 9(4).
       77  ws-cal-quarti         pic 9(9).
       77  ws-cal-centesimi      pic 9(9).
       77  ws-cal-quattrocent    pic 9(9).
       77  ws-cal-bis-quoz       pic 9(9).
       77  ws-cal-bis-resto      pic 9(9).
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

       LINKAGE SECTION.
      * I DUE PARAMETRI DEL PIANO NOTTURNO (VEDI BATCHJOB)
       77  link-cartella         pic x(200).
       77  link-modalita         pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-cartella link-modalita.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S"
              goback
           end-if.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              perform APRI-GIRO
           end-if.
           if tutto-ok
              perform ESTRAI-DOCUMENTI
           end-if.
           if tutto-ok
              perform ESTRAI-SEDUTE
           end-if.
           if tutto-ok
              perform ESTRAI-APPUNTAMENTI
           end-if.
           if tutto-ok
              perform ESTRAI-INCASSI
           end-if.
           if tutto-ok
              perform ESTRAI-MOVMAG
           end-if.
           if tutto-ok
              perform ESTRAI-CLIENTI
           end-if.
           if tutto-ok
              perform ESTRAI-ARTICOLI
           end-if.
           if tutto-ok
              perform ESTRAI-OPERATORI
           end-if.
           if tutto-ok
              perform ESTRAI-SEDI
           end-if.
           if tutto-ok
              perform ESTRAI-DATE
           end-if.
           if tutto-ok
              perform SCRIVI-CONTROLLO
           end-if.
           if giro-aperto
              perform CHIUDI-GIRO
           end-if.
           perform CLOSE-FILES.
           goback.

      ***---
       INIT.
           set tutto-ok            to true.
           set estratto-aperto     to false.
           set giro-aperto         to false.
           set estrazione-completa to false.
           initialize errlog-link.
           move 0 to ws-num-file ws-righe-totali ws-num-doc.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.
           move ws-data-corrente(1:4) to ws-anno-corrente.
           move link-cartella to ws-cartella.
           if ws-cartella = spaces
              set tutto-ok to false
              move "Cartella di destinazione non indicata"
                to ell-messaggio
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           if link-modalita(1:1) = "C" or "c"
              set estrazione-completa to true
           end-if.

      ***---
       OPEN-FILES.
           open input tfatture rfatture tnotacr rnotacr
                      tcorrisp rcorrisp tschede rschede
                      appuntamenti incassi movmag clienti
                      articoli operatori param.
           open input festivi.
           if status-festivi = "35"
              open output festivi
              close       festivi
              open input  festivi
           end-if.
           open input auditlog.
           if status-auditlog = "35"
              open output auditlog
              close       auditlog
              open input  auditlog
           end-if.
           open i-o dwstato.
           if status-dwstato = "35"
              open output dwstato
              close       dwstato
              open i-o    dwstato
           end-if.
           open i-o dwpseudo.
           if status-dwpseudo = "35"
              open output dwpseudo
              close       dwpseudo
              open i-o    dwpseudo
           end-if.
           if status-dwstato not = "00" or status-dwpseudo not = "00"
              set tutto-ok to false
              move "DWSTATO"      to ell-file
              move status-dwstato to ell-status
              move "Archivi di estrazione non disponibili"
                to ell-messaggio
              set ell-errore-file to true
              perform REGISTRA-ERRORE
           end-if.

      ***---
      * NUMERO DEL GIRO, PUNTO DI RIPRESA (INIZIO DELL'ULTIMA
      * ESTRAZIONE RIUSCITA) E RIGA "IN CORSO" SU DWSTATO.
       APRI-GIRO.
           move 0 to ws-numero ws-data-ripresa ws-ora-ripresa.
           move 999999 to dws-numero.
           start dwstato key <= dws-numero
                 invalid continue
             not invalid
                 read dwstato previous no lock
                      at end continue
                  not at end move dws-numero to ws-numero
                 end-read
           end-start.
           if not estrazione-completa
              perform CERCA-ULTIMA-RIUSCITA
           end-if.
           if ws-data-ripresa = 0
              set estrazione-completa to true
           end-if.

           if estrazione-completa
              move 0 to ws-finestra-da ws-anno-ripresa
           else
              move ws-data-ripresa to ws-cal-data
              perform CONVERTI-DATA-A-SERIALE
              subtract 78-giorni-ripasso from ws-cal-seriale
              perform CONVERTI-SERIALE-A-DATA
              move ws-cal-data           to ws-finestra-da
              move ws-data-ripresa(1:4)  to ws-anno-ripresa
           end-if.

           add 1 to ws-numero.
           initialize rec-dwstato.
           move ws-numero        to dws-numero.
           if estrazione-completa
              set dws-completa     to true
           else
              set dws-incrementale to true
           end-if.
           move ws-data-corrente to dws-data-inizio.
           move ws-ora-corrente  to dws-ora-inizio.
           move ws-data-ripresa  to dws-data-ripresa.
           move ws-ora-ripresa   to dws-ora-ripresa.
           move ws-finestra-da   to dws-finestra-da.
           move ws-cartella      to dws-cartella.
           set dws-in-corso      to true.
           write rec-dwstato
                 invalid
                    set tutto-ok to false
                    move "DWSTATO"      to ell-file
                    move status-dwstato to ell-status
                    move ws-numero      to ell-chiave
                    move "Giro di estrazione non registrabile"
                      to ell-messaggio
                    set ell-errore-file to true
                    perform REGISTRA-ERRORE
                not invalid
                    set giro-aperto to true
           end-write.

           move 99999999 to dwp-pseudonimo.
           move 0        to ws-ultimo-pseudonimo.
           start dwpseudo key <= dwp-pseudonimo
                 invalid continue
             not invalid
                 read dwpseudo previous no lock
                      at end continue
                  not at end
                      move dwp-pseudonimo to ws-ultimo-pseudonimo
                 end-read
           end-start.

      ***---
       CERCA-ULTIMA-RIUSCITA.
           move 999999 to dws-numero.
           start dwstato key <= dws-numero
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read dwstato previous no lock
                   at end exit perform
              end-read
              if dws-riuscita
                 move dws-data-inizio to ws-data-ripresa
                 move dws-ora-inizio  to ws-ora-ripresa
                 exit perform
              end-if
           end-perform.

      ***---
       CHIUDI-GIRO.
           move ws-numero to dws-numero.
           read dwstato
                invalid exit paragraph
           end-read.
           accept dws-data-fine from century-date.
           accept dws-ora-fine  from time.
           move ws-righe-totali to dws-righe-totali.
           if tutto-ok
              set dws-riuscita to true
           else
              set dws-fallita  to true
           end-if.
           rewrite rec-dwstato
                   invalid continue
           end-rewrite.

      ***---
      * APRE IL FILE PIATTO DELL'ARGOMENTO WS-ARGOMENTO E NE PRENOTA
      * LA RIGA NEL CONTROLLO.
       APRI-ESTRATTO.
           inspect ws-cartella replacing trailing spaces by low-value.
           initialize ws-percorso-estratto.
           string ws-cartella  delimited low-value
                  "DW"         delimited size
                  ws-numero    delimited size
                  "_"          delimited size
                  ws-argomento delimited space
                  ".TXT"       delimited size
             into ws-percorso-estratto
           end-string.
           inspect ws-cartella replacing trailing low-value by spaces.
           open output estratto.
           if status-estratto not = "00"
              set tutto-ok to false
              move "ESTRATTO"           to ell-file
              move status-estratto      to ell-status
              move ws-argomento         to ell-chiave
              move "File di estrazione non scrivibile"
                to ell-messaggio
              set ell-errore-file to true
              perform REGISTRA-ERRORE
              exit paragraph
           end-if.
           set estratto-aperto to true.
           if ws-num-file < ws-max-file
              add 1 to ws-num-file
           end-if.
           set ws-fdx to ws-num-file.
           move ws-argomento to ws-ctl-file(ws-fdx).
           move 0            to ws-ctl-righe(ws-fdx).
           move 0            to ws-ctl-totale(ws-fdx).
           move 0            to ws-ctl-finestra(ws-fdx).

      ***---
       CHIUDI-ESTRATTO.
           if estratto-aperto
              close estratto
              set estratto-aperto to false
           end-if.

      ***---
      * FATTURE, NOTE DI CREDITO E CORRISPETTIVI: DA UN INTERO
      * ARCHIVIO (COMPLETA) O DALL'ANNO DEL PUNTO DI RIPRESA, PIU' I
      * DOCUMENTI PIU' VECCHI TOCCATI NEL FRATTEMPO (AUDITLOG).
       ESTRAI-DOCUMENTI.
           move "RIGHEDOC" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move ws-data-ripresa to ws-data-doc-da.
           if estrazione-completa
              move "C" to ws-ctl-modalita(ws-fdx)
           else
              move "D" to ws-ctl-modalita(ws-fdx)
              perform CARICA-DOCUMENTI-TOCCATI
           end-if.

           move low-value       to tfa-chiave.
           move ws-anno-ripresa to tfa-anno.
           start tfatture key >= tfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next no lock
                   at end exit perform
              end-read
              if tfa-data-doc >= ws-data-doc-da
                 perform SCRIVI-FATTURA
              end-if
           end-perform.

           move low-value       to tno-chiave.
           move ws-anno-ripresa to tno-anno.
           start tnotacr key >= tno-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tnotacr next no lock
                   at end exit perform
              end-read
              if tno-data-doc >= ws-data-doc-da
                 perform SCRIVI-NOTA-CREDITO
              end-if
           end-perform.

           move low-value       to tco-chiave.
           move ws-anno-ripresa to tco-anno.
           start tcorrisp key >= tco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tcorrisp next no lock
                   at end exit perform
              end-read
              if tco-data-doc >= ws-data-doc-da
                 perform SCRIVI-CORRISPETTIVO
              end-if
           end-perform.

      * I DOCUMENTI DATATI PRIMA DEL PUNTO DI RIPRESA MA TOCCATI DOPO
           perform varying ws-ddx from 1 by 1
                     until ws-ddx > ws-num-doc
              evaluate ws-doc-tipo(ws-ddx)
              when "F"
                   move ws-doc-anno(ws-ddx)   to tfa-anno
                   move ws-doc-numero(ws-ddx) to tfa-numero
                   read tfatture no lock
                        invalid continue
                    not invalid
                        if tfa-data-doc < ws-data-doc-da
                           perform SCRIVI-FATTURA
                        end-if
                   end-read
              when "N"
                   move ws-doc-anno(ws-ddx)   to tno-anno
                   move ws-doc-numero(ws-ddx) to tno-numero
                   read tnotacr no lock
                        invalid continue
                    not invalid
                        if tno-data-doc < ws-data-doc-da
                           perform SCRIVI-NOTA-CREDITO
                        end-if
                   end-read
              when "C"
                   move ws-doc-anno(ws-ddx)   to tco-anno
                   move ws-doc-numero(ws-ddx) to tco-numero
                   read tcorrisp no lock
                        invalid continue
                    not invalid
                        if tco-data-doc < ws-data-doc-da
                           perform SCRIVI-CORRISPETTIVO
                        end-if
                   end-read
              end-evaluate
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       CARICA-DOCUMENTI-TOCCATI.
           move low-value       to aud-chiave.
           move ws-data-ripresa to aud-data.
           move ws-ora-ripresa  to aud-ora.
           start auditlog key >= aud-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read auditlog next no lock
                   at end exit perform
              end-read
              evaluate aud-file-dati
              when "TFATTURE" move "F" to ws-tipo-doc
              when "TNOTACR"  move "N" to ws-tipo-doc
              when "TCORRISP" move "C" to ws-tipo-doc
              when other      move space to ws-tipo-doc
              end-evaluate
              if ws-tipo-doc not = space and
                 aud-chiave-record(1:10) is numeric
                 move aud-chiave-record(1:4)  to ws-aud-anno
                 move aud-chiave-record(5:6)  to ws-aud-numero
                 perform AGGIUNGI-DOCUMENTO-TOCCATO
              end-if
           end-perform.

      ***---
       AGGIUNGI-DOCUMENTO-TOCCATO.
           set doc-gia-in-tabella to false.
           perform varying ws-ddx from 1 by 1
                     until ws-ddx > ws-num-doc
              if ws-doc-tipo(ws-ddx)   = ws-tipo-doc and
                 ws-doc-anno(ws-ddx)   = ws-aud-anno and
                 ws-doc-numero(ws-ddx) = ws-aud-numero
                 set doc-gia-in-tabella to true
                 exit perform
              end-if
           end-perform.
           if doc-gia-in-tabella
              exit paragraph
           end-if.
           if ws-num-doc >= ws-max-doc
      * OLTRE LA TABELLA NON SI PERDE NULLA: I DOCUMENTI SI
      * MANDANO TUTTI
              move 0   to ws-data-doc-da ws-anno-ripresa
              move "C" to ws-ctl-modalita(ws-fdx)
              exit paragraph
           end-if.
           add 1 to ws-num-doc.
           move ws-tipo-doc   to ws-doc-tipo(ws-num-doc).
           move ws-aud-anno   to ws-doc-anno(ws-num-doc).
           move ws-aud-numero to ws-doc-numero(ws-num-doc).

      ***---
       SCRIVI-FATTURA.
           move tfa-cliente to cli-codice.
           perform PSEUDONIMO-CLIENTE.
           move low-value  to rfa-chiave.
           move tfa-anno   to rfa-anno.
           move tfa-numero to rfa-numero.
           start rfatture key >= rfa-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rfatture next no lock
                   at end exit perform
              end-read
              if rfa-anno not = tfa-anno or
                 rfa-numero not = tfa-numero
                 exit perform
              end-if
              initialize est-righedoc
              move "F"                 to erd-tipo-doc
              move tfa-anno            to erd-anno
              move tfa-numero          to erd-numero
              move rfa-progressivo     to erd-riga
              move tfa-data-doc        to erd-data
              move ws-pseudonimo       to erd-cliente
              move ws-studio-cliente   to erd-studio
              move tfa-operatore       to erd-operatore
              move rfa-articolo        to erd-articolo
              move rfa-qta             to erd-qta
              move rfa-prz             to erd-prezzo
              compute erd-importo = rfa-qta * rfa-prz
              move rfa-codiva          to erd-codiva
              move tfa-stato-pagamento to erd-stato-pag
              perform SCRIVI-RIGA-DOCUMENTO
           end-perform.

      ***---
       SCRIVI-NOTA-CREDITO.
           move tno-cliente to cli-codice.
           perform PSEUDONIMO-CLIENTE.
           move low-value  to rno-chiave.
           move tno-anno   to rno-anno.
           move tno-numero to rno-numero.
           start rnotacr key >= rno-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rnotacr next no lock
                   at end exit perform
              end-read
              if rno-anno not = tno-anno or
                 rno-numero not = tno-numero
                 exit perform
              end-if
              initialize est-righedoc
              move "N"                 to erd-tipo-doc
              move tno-anno            to erd-anno
              move tno-numero          to erd-numero
              move rno-progressivo     to erd-riga
              move tno-data-doc        to erd-data
              move ws-pseudonimo       to erd-cliente
              move ws-studio-cliente   to erd-studio
              move spaces              to erd-operatore
              move rno-articolo        to erd-articolo
              compute erd-qta     = 0 - rno-qta
              move rno-prz             to erd-prezzo
              compute erd-importo = 0 - (rno-qta * rno-prz)
              move rno-codiva          to erd-codiva
              move space               to erd-stato-pag
              perform SCRIVI-RIGA-DOCUMENTO
           end-perform.

      ***---
       SCRIVI-CORRISPETTIVO.
           move tco-cliente to cli-codice.
           perform PSEUDONIMO-CLIENTE.
           move low-value  to rco-chiave.
           move tco-anno   to rco-anno.
           move tco-numero to rco-numero.
           start rcorrisp key >= rco-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rcorrisp next no lock
                   at end exit perform
              end-read
              if rco-anno not = tco-anno or
                 rco-numero not = tco-numero
                 exit perform
              end-if
              initialize est-righedoc
              move "C"                 to erd-tipo-doc
              move tco-anno            to erd-anno
              move tco-numero          to erd-numero
              move rco-progressivo     to erd-riga
              move tco-data-doc        to erd-data
              move ws-pseudonimo       to erd-cliente
              move ws-studio-cliente   to erd-studio
              move tco-operatore       to erd-operatore
              move rco-articolo        to erd-articolo
              move rco-qta             to erd-qta
              move rco-prz             to erd-prezzo
              compute erd-importo = rco-qta * rco-prz
              move rco-codiva          to erd-codiva
              move space               to erd-stato-pag
              perform SCRIVI-RIGA-DOCUMENTO
           end-perform.

      ***---
       SCRIVI-RIGA-DOCUMENTO.
           move ws-numero to erd-estrazione.
           write est-righedoc.
           add 1 to ws-ctl-righe(ws-fdx).
           add erd-importo to ws-ctl-totale(ws-fdx).

      ***---
      * SEDUTE: LE RIGHE DELLE SCHEDE NELLA FINESTRA DI RIPASSO (O
      * TUTTE). IL CLIENTE E' QUELLO DELLA TESTATA DELLA SCHEDA.
       ESTRAI-SEDUTE.
           move "SEDUTE" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           perform IMPOSTA-MODALITA-FINESTRA.
           move 0 to tsc-codice.
           move low-value to rsc-chiave.
           start rschede key >= rsc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rschede next no lock
                   at end exit perform
              end-read
              if rsc-data >= ws-finestra-da
                 if rsc-codice not = tsc-codice
                    move rsc-codice to tsc-codice
                    read tschede no lock
                         invalid move spaces to tsc-cliente
                    end-read
                    move rsc-codice  to tsc-codice
                    move tsc-cliente to cli-codice
                    perform PSEUDONIMO-CLIENTE
                 end-if
                 initialize est-sedute
                 move rsc-codice        to ese-scheda
                 move rsc-progressivo   to ese-riga
                 move rsc-data          to ese-data
                 move ws-pseudonimo     to ese-cliente
                 move rsc-articolo      to ese-articolo
                 move rsc-operatore     to ese-operatore
                 move rsc-qta           to ese-qta
                 move rsc-netto         to ese-netto
                 move rsc-convenzione   to ese-convenzione
                 move rsc-doc-tipo      to ese-doc-tipo
                 move rsc-doc-anno      to ese-doc-anno
                 move rsc-doc-numero    to ese-doc-numero
                 move ws-numero         to ese-estrazione
                 write est-sedute
                 add 1         to ws-ctl-righe(ws-fdx)
                 add rsc-netto to ws-ctl-totale(ws-fdx)
              end-if
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       IMPOSTA-MODALITA-FINESTRA.
           if estrazione-completa
              move "C" to ws-ctl-modalita(ws-fdx)
           else
              move "F" to ws-ctl-modalita(ws-fdx)
              move ws-finestra-da to ws-ctl-finestra(ws-fdx)
           end-if.

      ***---
       ESTRAI-APPUNTAMENTI.
           move "APPUNTAMENTI" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           perform IMPOSTA-MODALITA-FINESTRA.
           move low-value      to app-chiave.
           move ws-finestra-da to app-data.
           start appuntamenti key >= app-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              move app-cliente to cli-codice
              perform PSEUDONIMO-CLIENTE
              initialize est-appuntamenti
              move app-data           to eap-data
              move app-ora            to eap-ora
              move app-progressivo    to eap-progressivo
              move ws-pseudonimo      to eap-cliente
              move app-operatore      to eap-operatore
              move app-articolo       to eap-articolo
              move app-stanza         to eap-stanza
              move app-durata         to eap-durata
              move app-stato          to eap-stato
              move app-conferma       to eap-conferma
              move app-ora-arrivo     to eap-ora-arrivo
              move app-domicilio      to eap-domicilio
              move app-serie          to eap-serie
              move ws-numero          to eap-estrazione
              write est-appuntamenti
              add 1          to ws-ctl-righe(ws-fdx)
              add app-durata to ws-ctl-totale(ws-fdx)
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       ESTRAI-INCASSI.
           move "INCASSI" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           perform IMPOSTA-MODALITA-FINESTRA.
           move ws-finestra-da to inc-data.
           start incassi key >= inc-data
                 invalid continue
           end-start.
           perform until 1 = 2
              read incassi next no lock
                   at end exit perform
              end-read
              initialize est-incassi
              move inc-anno        to ein-anno
              move inc-numero      to ein-numero
              move inc-progressivo to ein-progressivo
              move inc-data        to ein-data
              move inc-importo     to ein-importo
              move inc-mezzo       to ein-mezzo
              move ws-numero       to ein-estrazione
              write est-incassi
              add 1           to ws-ctl-righe(ws-fdx)
              add inc-importo to ws-ctl-totale(ws-fdx)
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       ESTRAI-MOVMAG.
           move "MOVMAG" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           perform IMPOSTA-MODALITA-FINESTRA.
           move low-value to mov-chiave.
           start movmag key >= mov-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read movmag next no lock
                   at end exit perform
              end-read
              if mov-data >= ws-finestra-da
                 initialize est-movmag
                 move mov-articolo    to emo-articolo
                 move mov-progressivo to emo-progressivo
                 move mov-data        to emo-data
                 move mov-tipo        to emo-tipo
                 move mov-qta         to emo-qta
                 move mov-costo       to emo-costo
                 move mov-doc-tipo    to emo-doc-tipo
                 move mov-doc-anno    to emo-doc-anno
                 move mov-doc-numero  to emo-doc-numero
                 move mov-lotto       to emo-lotto
                 move ws-numero       to emo-estrazione
                 write est-movmag
                 add 1       to ws-ctl-righe(ws-fdx)
                 add mov-qta to ws-ctl-totale(ws-fdx)
              end-if
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
      * DIMENSIONE CLIENTI: SOLO ATTRIBUTI CHE NON IDENTIFICANO LA
      * PERSONA. IL CODICE LASCIA IL POSTO ALLO PSEUDONIMO.
       ESTRAI-CLIENTI.
           move "CLIENTI" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move "S" to ws-ctl-modalita(ws-fdx).
           move low-value to cli-codice.
           start clienti key >= cli-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read clienti next no lock
                   at end exit perform
              end-read
              perform ASSEGNA-PSEUDONIMO
              initialize est-clienti
              move ws-pseudonimo    to ecl-cliente
              move cli-studio       to ecl-studio
              move cli-tipologia    to ecl-tipologia
              move cli-prov         to ecl-prov
              if cli-data-n = 0
                 move 999 to ecl-fascia-eta
              else
                 move cli-data-n(1:4) to ws-anno-nascita
                 compute ws-anni = ws-anno-corrente - ws-anno-nascita
                 divide ws-anni by 10 giving ws-anni
                 compute ecl-fascia-eta = ws-anni * 10
              end-if
              if cli-piva not = spaces
                 move "S" to ecl-azienda
              else
                 move "N" to ecl-azienda
              end-if
              move cli-provenienza  to ecl-provenienza
              move cli-convenzione  to ecl-convenzione
              move cli-lingua       to ecl-lingua
              move cli-fatt-mensile to ecl-mensile
              move ws-numero        to ecl-estrazione
              write est-clienti
              add 1 to ws-ctl-righe(ws-fdx)
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       ESTRAI-ARTICOLI.
           move "ARTICOLI" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move "S" to ws-ctl-modalita(ws-fdx).
           move low-value to art-codice.
           start articoli key >= art-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read articoli next no lock
                   at end exit perform
              end-read
              initialize est-articoli
              move art-codice      to ear-codice
              move art-descrizione to ear-descrizione
              move art-tipo        to ear-tipo
              move art-sanitaria   to ear-sanitaria
              move ws-numero       to ear-estrazione
              write est-articoli
              add 1 to ws-ctl-righe(ws-fdx)
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       ESTRAI-OPERATORI.
           move "OPERATORI" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move "S" to ws-ctl-modalita(ws-fdx).
           move low-value to ope-codice.
           start operatori key >= ope-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read operatori next no lock
                   at end exit perform
              end-read
              initialize est-operatori
              move ope-codice       to eop-codice
              move ope-nome         to eop-nome
              move ope-ruolo        to eop-ruolo
              move ope-disabilitato to eop-disabilitato
              move ws-numero        to eop-estrazione
              write est-operatori
              add 1 to ws-ctl-righe(ws-fdx)
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
       ESTRAI-SEDI.
           move "SEDI" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move "S" to ws-ctl-modalita(ws-fdx).
           move low-value to prm-chiave.
           start param key >= prm-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read param next no lock
                   at end exit perform
              end-read
              initialize est-sedi
              move prm-studio to esd-studio
              move prm-ragsoc to esd-ragsoc
              move ws-numero  to esd-estrazione
              write est-sedi
              add 1 to ws-ctl-righe(ws-fdx)
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
      * CALENDARIO: UNA RIGA PER GIORNO, DAL PRIMO GENNAIO DI DIECI
      * ANNI FA AL 31 DICEMBRE DELL'ANNO PROSSIMO, CON I FESTIVI
      * COMUNI A TUTTE LE SEDI (FESTIVI CON STUDIO A SPAZI).
       ESTRAI-DATE.
           move "DATE" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move "S" to ws-ctl-modalita(ws-fdx).
           compute ws-cal-anno = ws-anno-corrente + 1.
           move ws-cal-anno to ws-data-fine-date(1:4).
           move "1231"      to ws-data-fine-date(5:4).
           move ws-data-fine-date to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move ws-cal-seriale to ws-cal-seriale-fine.
           compute ws-cal-anno = ws-anno-corrente - 78-anni-indietro.
           move ws-cal-anno to ws-cal-data(1:4).
           move "0101"      to ws-cal-data(5:4).
           perform CONVERTI-DATA-A-SERIALE.
           perform until ws-cal-seriale > ws-cal-seriale-fine
              perform CONVERTI-SERIALE-A-DATA
              initialize est-date
              move ws-cal-data   to eda-data
              move ws-cal-anno   to eda-anno
              move ws-cal-mese   to eda-mese
              move ws-cal-giorno to eda-giorno
              compute eda-trimestre = ((ws-cal-mese - 1) / 3) + 1
      * IL GIORNO 1 DEL CALENDARIO (1 GENNAIO DELL'ANNO 1) E' UN
      * LUNEDI'
              compute ws-sett-quoz = ws-cal-seriale - 1
              divide ws-sett-quoz by 7
                     giving ws-sett-quoz remainder ws-sett-resto
              compute eda-giorno-sett = ws-sett-resto + 1
              move "N" to eda-festivo
              if eda-giorno-sett = 7
                 move "S" to eda-festivo
              else
                 move spaces      to fes-studio
                 move ws-cal-data to fes-data
                 read festivi no lock
                      invalid continue
                  not invalid move "S" to eda-festivo
                 end-read
              end-if
              move ws-numero to eda-estrazione
              write est-date
              add 1 to ws-ctl-righe(ws-fdx)
              add 1 to ws-cal-seriale
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
      * IL CONTROLLO SI SCRIVE PER ULTIMO: LA SUA PRESENZA DICE CHE
      * IL GIRO E' COMPLETO.
       SCRIVI-CONTROLLO.
           move "CONTROLLO" to ws-argomento.
           perform APRI-ESTRATTO.
           if not tutto-ok
              exit paragraph
           end-if.
           subtract 1 from ws-num-file.
           perform varying ws-fdx from 1 by 1
                     until ws-fdx > ws-num-file
              initialize est-controllo
              move ws-ctl-file(ws-fdx)     to ctl-file
              move ws-ctl-righe(ws-fdx)    to ctl-righe
              move ws-ctl-totale(ws-fdx)   to ctl-totale
              move ws-ctl-modalita(ws-fdx) to ctl-modalita
              move ws-ctl-finestra(ws-fdx) to ctl-finestra-da
              if estrazione-completa
                 move "C" to ctl-tipo-estrazione
              else
                 move "I" to ctl-tipo-estrazione
              end-if
              move ws-data-ripresa to ctl-data-ripresa
              move ws-ora-ripresa  to ctl-ora-ripresa
              move ws-numero       to ctl-estrazione
              write est-controllo
              add ws-ctl-righe(ws-fdx) to ws-righe-totali
           end-perform.
           perform CHIUDI-ESTRATTO.

      ***---
      * PSEUDONIMO DEL CLIENTE CLI-CODICE (ZERO SE NON C'E' CLIENTE)
      * E SUA SEDE, PER I FATTI.
       PSEUDONIMO-CLIENTE.
           move 0      to ws-pseudonimo.
           move spaces to ws-studio-cliente.
           if cli-codice = spaces
              exit paragraph
           end-if.
           read clienti no lock
                invalid continue
            not invalid move cli-studio to ws-studio-cliente
           end-read.
           perform ASSEGNA-PSEUDONIMO.

      ***---
       ASSEGNA-PSEUDONIMO.
           move cli-codice to dwp-cliente.
           read dwpseudo no lock
                invalid
                   add 1 to ws-ultimo-pseudonimo
                   move cli-codice           to dwp-cliente
                   move ws-ultimo-pseudonimo to dwp-pseudonimo
                   move ws-data-corrente     to dwp-data-assegnazione
                   write rec-dwpseudo
                         invalid continue
                   end-write
           end-read.
           move dwp-pseudonimo to ws-pseudonimo.

      ***---
       REGISTRA-ERRORE.
           move "ST-DWEXPORT" to ell-programma.
           move "ESTRAZIONE"  to ell-paragrafo.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
           initialize errlog-link.

      ***---
       CLOSE-FILES.
           close tfatture rfatture tnotacr rnotacr
                 tcorrisp rcorrisp tschede rschede
                 appuntamenti incassi movmag clienti
                 articoli operatori param festivi auditlog
                 dwstato dwpseudo.
           perform CHIUDI-ESTRATTO.

      ***---
      * CONVERSIONI DI CALENDARIO, LE STESSE DI ST-PRIMADISP.
       CONVERTI-DATA-A-SERIALE.
           move ws-cal-data(1:4) to ws-cal-anno.
           move ws-cal-data(5:2) to ws-cal-mese.
           move ws-cal-data(7:2) to ws-cal-giorno.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-seriale =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili +
                   ws-giorni-cumulati(ws-cal-mese) + ws-cal-giorno.
           perform VERIFICA-BISESTILE.
           if ws-cal-bisestile and ws-cal-mese > 2
              add 1 to ws-cal-seriale
           end-if.

      ***---
       CONVERTI-SERIALE-A-DATA.
           compute ws-cal-anno = (ws-cal-seriale / 366) + 1.
           perform until 1 = 2
              perform CALCOLA-GIORNI-A-FINE-ANNO
              if ws-cal-resto >= ws-cal-seriale
                 exit perform
              end-if
              add 1 to ws-cal-anno
           end-perform.
           perform CALCOLA-GIORNI-A-INIZIO-ANNO.
           compute ws-cal-quoz = ws-cal-seriale - ws-cal-resto.
           perform VERIFICA-BISESTILE.
           move 1 to ws-cal-mese.
           perform until 1 = 2
              move ws-giorni-mese(ws-cal-mese) to ws-cal-giorni-anno
              if ws-cal-mese = 2 and ws-cal-bisestile
                 move 29 to ws-cal-giorni-anno
              end-if
              if ws-cal-quoz <= ws-cal-giorni-anno
                 exit perform
              end-if
              subtract ws-cal-giorni-anno from ws-cal-quoz
              add 1 to ws-cal-mese
           end-perform.
           move ws-cal-quoz to ws-cal-giorno.
           move ws-cal-anno   to ws-cal-data(1:4).
           move ws-cal-mese   to ws-cal-data(5:2).
           move ws-cal-giorno to ws-cal-data(7:2).

      ***---
       CALCOLA-GIORNI-A-FINE-ANNO.
           move ws-cal-anno to ws-cal-anno-rif.
           perform CONTA-BISESTILI.
           compute ws-cal-resto =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili.

      ***---
       CALCOLA-GIORNI-A-INIZIO-ANNO.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-resto =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili.

      ***---
       CONTA-BISESTILI.
           divide ws-cal-anno-rif by 4
                  giving ws-cal-quarti.
           divide ws-cal-anno-rif by 100
                  giving ws-cal-centesimi.
           divide ws-cal-anno-rif by 400
                  giving ws-cal-quattrocent.
           compute ws-cal-bisestili =
                   ws-cal-quarti - ws-cal-centesimi +
                   ws-cal-quattrocent.

      ***---
       VERIFICA-BISESTILE.
           set ws-cal-bisestile to false.
           divide ws-cal-anno by 4
                  giving ws-cal-bis-quoz remainder ws-cal-bis-resto.
           if ws-cal-bis-resto = 0
              set ws-cal-bisestile to true
              divide ws-cal-anno by 100
                     giving ws-cal-bis-quoz
                     remainder ws-cal-bis-resto
              if ws-cal-bis-resto = 0
                 set ws-cal-bisestile to false
                 divide ws-cal-anno by 400
                        giving ws-cal-bis-quoz
                        remainder ws-cal-bis-resto
                 if ws-cal-bis-resto = 0
                    set ws-cal-bisestile to true
                 end-if
              end-if
           end-if.
