       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-esportacli.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ESTRAZIONE COMPLETA DEI DATI DI UN CLIENTE PER IL DIRITTO DI
      * ACCESSO (ART. 15 GDPR) E DI PORTABILITA' (ART. 20): IL
      * GEMELLO DI ST-ANONIMIZZA, CHE INVECE LI CANCELLA. IN UN SOLO
      * PASSAGGIO PRODUCE:
      *   - IL FILE STRUTTURATO (LINK-PERCORSO), A RIGHE CON CAMPI
      *     SEPARATI DA ";" COME I CSV DI ST-ZOOMCSV: OGNI RIGA
      *     COMINCIA CON LA SEZIONE (CLIENTE, CONSENSO, ANAMNESI,
      *     SCHEDA, SEDUTA, DIARIO, MISURAZIONE, PIANO, ESERCIZIO,
      *     DOCUMENTO, COMUNICAZIONE, APPUNTAMENTO, FOTO, ALLEGATO) E
      *     OGNI SEZIONE E' PRECEDUTA DA UNA RIGA "#SEZIONE;..." CON
      *     I NOMI DELLE COLONNE. DATE AAAA-MM-GG, DECIMALI CON LA
      *     VIRGOLA; UN ";" DENTRO UN TESTO DIVENTA ",". I CAMPI
      *     CIFRATI (VEDI ST-CIFRA) ESCONO IN CHIARO
      *   - IL RIEPILOGO STAMPABILE (RIGHE PER SEZIONE) DA CONSEGNARE
      *     INSIEME AL FILE
      * LA RICHIESTA SI REGISTRA SU RICHIESTEDIR CON LA DATA IN CUI
      * IL CLIENTE L'HA FATTA (A ZERO = OGGI), IL TERMINE DEI 30
      * GIORNI E LA DATA DI EVASIONE (OGGI), MARCANDO QUELLE EVASE
      * FUORI TERMINE; LA CONSEGNA FINISCE SU COMUNICAZIONI (VEDI
      * ST-COMLOG) COL CANALE INDICATO, LA CONSULTAZIONE DEI DATI
      * SANITARI SU LETTURE (VEDI ST-LETTURA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "consensi.sl".
           copy "anamnesi.sl".
           copy "tschede.sl".
           copy "rschede.sl".
           copy "tschede-storico.sl".
           copy "rschede-storico.sl".
           copy "diario.sl".
           copy "misurazioni.sl".
           copy "piano.sl".
           copy "schedeser.sl".
           copy "tfatture.sl".
           copy "tcorrisp.sl".
           copy "tnotacr.sl".
           copy "comunicazioni.sl".
           copy "appuntamenti.sl".
           copy "fotocli.sl".
           copy "allegati.sl".
           copy "richiestedir.sl".
           copy "param.sl".
           select esporta assign to ws-percorso
                  organization is line sequential
                  file status  is status-esporta.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "consensi.fd".
           copy "anamnesi.fd".
           copy "tschede.fd".
           copy "rschede.fd".
           copy "tschede-storico.fd".
           copy "rschede-storico.fd".
           copy "diario.fd".
           copy "misurazioni.fd".
           copy "piano.fd".
           copy "schedeser.fd".
           copy "tfatture.fd".
           copy "tcorrisp.fd".
           copy "tnotacr.fd".
           copy "comunicazioni.fd".
           copy "appuntamenti.fd".
           copy "fotocli.fd".
           copy "allegati.fd".
           copy "richiestedir.fd".
           copy "param.fd".

       fd  esporta
           label record is omitted.
       01  rec-esporta                 pic x(2000).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "cifra.lks".
       copy "comlog.lks".
       copy "letture.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-consensi       pic xx.
       77  status-anamnesi       pic xx.
       77  status-tschede        pic xx.
       77  status-rschede        pic xx.
       77  status-tschede-storico pic xx.
       77  status-rschede-storico pic xx.
       77  status-diario         pic xx.
       77  status-misurazioni    pic xx.
       77  status-piano          pic xx.
       77  status-schedeser      pic xx.
       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.
       77  status-tnotacr        pic xx.
       77  status-comunicazioni  pic xx.
       77  status-appuntamenti   pic xx.
       77  status-fotocli        pic xx.
       77  status-allegati       pic xx.
       77  status-richiestedir   pic xx.
       77  status-param          pic xx.
       77  status-esporta        pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Estrazione dati personali".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-giorni-termine     value 30.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 esporta-aperto     value 1 false 0.

       77  ws-percorso           pic x(200).
       77  ws-data-corrente      pic 9(8).
       77  ws-data-richiesta     pic 9(8).
       77  ws-data-termine       pic 9(8).
       77  ws-tipo-richiesta     pic x(1).
           88 ws-accesso         value "A".
           88 ws-portabilita     value "P".
       77  ws-canale             pic x(1).
           88 ws-canale-valido   value "T" "E" "L" "I" "A".
       77  ws-tot-righe          pic 9(7) value 0.
       77  ws-ultimo-progressivo pic 9(4).

      * SEZIONI DEL FILE: ETICHETTA DI RIGA, DESCRIZIONE PER IL
      * RIEPILOGO E RIGHE SCRITTE
       01  ws-sezioni-valori.
           05 filler pic x(13) value "CLIENTE".
           05 filler pic x(30) value "Anagrafica".
           05 filler pic x(13) value "CONSENSO".
           05 filler pic x(30) value "Consensi privacy".
           05 filler pic x(13) value "ANAMNESI".
           05 filler pic x(30) value "Anamnesi (tutte le versioni)".
           05 filler pic x(13) value "SCHEDA".
           05 filler pic x(30) value "Schede".
           05 filler pic x(13) value "SEDUTA".
           05 filler pic x(30) value "Sedute".
           05 filler pic x(13) value "DIARIO".
           05 filler pic x(30) value "Diario clinico".
           05 filler pic x(13) value "MISURAZIONE".
           05 filler pic x(30) value "Rilevazioni posturali".
           05 filler pic x(13) value "PIANO".
           05 filler pic x(30) value "Piani di trattamento".
           05 filler pic x(13) value "ESERCIZIO".
           05 filler pic x(30) value "Esercizi a domicilio".
           05 filler pic x(13) value "DOCUMENTO".
           05 filler pic x(30) value "Documenti fiscali".
           05 filler pic x(13) value "COMUNICAZIONE".
           05 filler pic x(30) value "Comunicazioni".
           05 filler pic x(13) value "APPUNTAMENTO".
           05 filler pic x(30) value "Appuntamenti".
           05 filler pic x(13) value "FOTO".
           05 filler pic x(30) value "Foto (elenco)".
           05 filler pic x(13) value "ALLEGATO".
           05 filler pic x(30) value "Allegati (elenco)".
       01  filler redefines ws-sezioni-valori.
           05 ws-sez-def         occurs 14 times.
              10 ws-sez-etichetta     pic x(13).
              10 ws-sez-descrizione   pic x(30).
       78  ws-num-sezioni        value 14.
       01  ws-sez-righe-tab.
           05 ws-sez-righe       pic 9(7) occurs 14 times.
       77  ws-sez                pic 9(2).

      * SCHEDE DEL CLIENTE, CORRENTI E ARCHIVIATE: LE SEZIONI LEGATE
      * ALLA SCHEDA (SEDUTE, DIARIO, PIANI, ESERCIZI) LE SCORRONO
       78  ws-max-schede         value 200.
       01  ws-sch-tab.
           05 ws-sch             occurs 200 times.
              10 ws-sch-codice        pic 9(6).
              10 ws-sch-creazione     pic 9(8).
              10 ws-sch-archivio      pic 9(8).
       77  ws-num-schede         pic 9(3) value 0.
       77  ws-sidx               pic 9(3).

      * COMPOSIZIONE DELLA RIGA
       77  ws-riga               pic x(2000).
       77  ws-valore             pic x(500).
       77  ws-pos                pic 9(4).
       77  ws-inizio             pic 9(4).
       77  ws-idx                pic 9(4).
       77  ws-tidx               pic 9(2).
       77  ws-data-val           pic 9(8).
       77  ws-ora-val            pic 9(8).
       77  ws-intero-ed          pic -(8)9.
       77  ws-importo-ed         pic -(7)9,99.
       77  ws-misura-ed          pic -(5)9,9.

      * CALENDARIO PER IL TERMINE DEI 30 GIORNI (COME ST-APPSERIE)
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 0.
           05 filler pic 9(3) value 31.
           05 filler pic 9(3) value 59.
           05 filler pic 9(3) value 90.
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

      * EDITING
       77  ws-num-edit           pic z.zzz.zz9.
       77  ws-data-dply          pic x(10).
       77  ws-data-edit          pic 9(8).
       77  ws-dply-richiesta     pic x(10).
       77  ws-dply-termine       pic x(10).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-sezione          pic x(40).
           05 r-righe            pic x(12).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-cliente          pic x(6).
      * "A" ACCESSO (ART. 15), "P" PORTABILITA' (ART. 20)
       77  link-tipo-richiesta   pic x(1).
      * DATA IN CUI IL CLIENTE HA FATTO LA RICHIESTA (ZERO = OGGI)
       77  link-data-richiesta   pic 9(8).
       77  link-percorso         pic x(200).
      * CANALE DI CONSEGNA, COME CML-TIPO (EMAIL, LETTERA, INCONTRO)
       77  link-canale           pic x(1).
       77  link-operatore        pic x(20).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-cliente link-tipo-richiesta
                                 link-data-richiesta link-percorso
                                 link-canale link-operatore
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform CONTROLLA-CLIENTE
           end-if.
           if tutto-ok
              perform APRI-ESPORTAZIONE
           end-if.
           if tutto-ok
              perform ESPORTA-CLIENTE
              perform ESPORTA-CONSENSI
              perform ESPORTA-ANAMNESI
              perform CARICA-SCHEDE
              perform ESPORTA-SCHEDE
              perform ESPORTA-SEDUTE
              perform ESPORTA-DIARIO
              perform ESPORTA-MISURAZIONI
              perform ESPORTA-PIANI
              perform ESPORTA-ESERCIZI
              perform ESPORTA-DOCUMENTI
              perform ESPORTA-COMUNICAZIONI
              perform ESPORTA-APPUNTAMENTI
              perform ESPORTA-FOTO
              perform ESPORTA-ALLEGATI
              close esporta
              set esporta-aperto to false
              cancel "st-cifra"
              perform REGISTRA-RICHIESTA
              perform TRACCIA-CONSEGNA
              perform TRACCIA-LETTURE
              perform STAMPA-RIEPILOGO
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           set esporta-aperto  to false.
           move 0 to ws-tot-righe ws-num-schede.
           initialize ws-sez-righe-tab.
           accept ws-data-corrente from century-date.
           move link-percorso to ws-percorso.
           if link-cliente = spaces or ws-percorso = spaces
              set tutto-ok to false
           end-if.
           move link-tipo-richiesta to ws-tipo-richiesta.
           if not ws-portabilita
              set ws-accesso to true
           end-if.
           move link-canale to ws-canale.
           if not ws-canale-valido
              move "A" to ws-canale
           end-if.
           move link-data-richiesta to ws-data-richiesta.
           if ws-data-richiesta = 0
              move ws-data-corrente to ws-data-richiesta
           end-if.
           if ws-data-richiesta > ws-data-corrente
              set tutto-ok to false
           end-if.
           move ws-data-richiesta to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           add 78-giorni-termine to ws-cal-seriale.
           perform CONVERTI-SERIALE-A-DATA.
           move ws-cal-data to ws-data-termine.

      ***---
       CONTROLLA-CLIENTE.
           open input clienti.
           move link-cliente to cli-codice.
           read clienti no lock
                invalid set tutto-ok to false
           end-read.
           close clienti.

      ***---
       APRI-ESPORTAZIONE.
           open output esporta.
           if status-esporta not = "00"
              set tutto-ok to false
              exit paragraph
           end-if.
           set esporta-aperto to true.
           move "#ESPORTAZIONE;CLIENTE;DATA;RICHIESTA;DATA RICHIESTA"
             to ws-riga.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           move 0 to ws-sez.
           move "ESPORTAZIONE" to ws-valore.
           perform INIZIA-RIGA.
           move link-cliente to ws-valore.
           perform ACCODA-VALORE.
           move ws-data-corrente to ws-data-val.
           perform ACCODA-DATA.
           if ws-portabilita
              move "PORTABILITA" to ws-valore
           else
              move "ACCESSO"     to ws-valore
           end-if.
           perform ACCODA-VALORE.
           move ws-data-richiesta to ws-data-val.
           perform ACCODA-DATA.
           perform SCRIVI-RIGA.

      ***---
       ESPORTA-CLIENTE.
           move 1 to ws-sez.
           initialize ws-riga.
           string "#CLIENTE;CODICE;COGNOME/RAGIONE SOCIALE;NOME;"
                                                   delimited size
                  "INDIRIZZO;LOCALITA;PROV;CAP;CITTADINANZA;"
                                                   delimited size
                  "PARTITA IVA;CODICE FISCALE;EMAIL;TELEFONO;"
                                                   delimited size
                  "CELLULARE;FAX;LUOGO NASCITA;PROV NASCITA;"
                                                   delimited size
                  "DATA NASCITA;LINGUA;PEC;PROVENIENZA"
                                                   delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           move "CLIENTE"        to ws-valore.
           perform INIZIA-RIGA.
           move cli-codice       to ws-valore.
           perform ACCODA-VALORE.
           move cli-ragsoc       to ws-valore.
           perform ACCODA-VALORE.
           move cli-nome         to ws-valore.
           perform ACCODA-VALORE.
           move cli-indirizzo    to ws-valore.
           perform ACCODA-VALORE.
           move cli-localita     to ws-valore.
           perform ACCODA-VALORE.
           move cli-prov         to ws-valore.
           perform ACCODA-VALORE.
           move cli-cap          to ws-valore.
           perform ACCODA-VALORE.
           move cli-cittadinanza to ws-valore.
           perform ACCODA-VALORE.
           move cli-piva         to ws-valore.
           perform ACCODA-VALORE.
           move cli-codfis       to ws-valore.
           perform ACCODA-VALORE.
           move cli-email        to ws-valore.
           perform ACCODA-VALORE.
           move cli-tel          to ws-valore.
           perform ACCODA-VALORE.
           move cli-cell         to ws-valore.
           perform ACCODA-VALORE.
           move cli-fax          to ws-valore.
           perform ACCODA-VALORE.
           move cli-luogo-n      to ws-valore.
           perform ACCODA-VALORE.
           move cli-prov-n       to ws-valore.
           perform ACCODA-VALORE.
           move cli-data-n       to ws-data-val.
           perform ACCODA-DATA.
           move cli-lingua       to ws-valore.
           perform ACCODA-VALORE.
           move cli-pec          to ws-valore.
           perform ACCODA-VALORE.
           move cli-provenienza  to ws-valore.
           perform ACCODA-VALORE.
           perform SCRIVI-RIGA.

      ***---
       ESPORTA-CONSENSI.
           move 2 to ws-sez.
           move "#CONSENSO;TIPO;CONCESSO;REVOCATO;OPERATORE;NOTE"
             to ws-riga.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input consensi.
           if status-consensi not = "00"
              exit paragraph
           end-if.
           move low-value    to con-chiave.
           move link-cliente to con-cliente.
           start consensi key >= con-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read consensi next no lock at end exit perform end-read
              if con-cliente not = link-cliente
                 exit perform
              end-if
              move "CONSENSO" to ws-valore
              perform INIZIA-RIGA
              evaluate true
              when con-trattamento
                   move "TRATTAMENTO DATI"     to ws-valore
              when con-foto
                   move "FOTO"                 to ws-valore
              when con-marketing
                   move "MARKETING"            to ws-valore
              when con-opposizione-ts
                   move "OPPOSIZIONE TESSERA SANITARIA" to ws-valore
              when other
                   move con-tipo               to ws-valore
              end-evaluate
              perform ACCODA-VALORE
              move con-data-concesso to ws-data-val
              perform ACCODA-DATA
              move con-data-revocato to ws-data-val
              perform ACCODA-DATA
              move con-operatore     to ws-valore
              perform ACCODA-VALORE
              move con-note          to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.
           close consensi.

      ***---
      * TUTTE LE VERSIONI, NON SOLO LA CORRENTE: LA STORIA DELLE
      * COMPILAZIONI E' ANCH'ESSA UN DATO DEL CLIENTE.
       ESPORTA-ANAMNESI.
           move 3 to ws-sez.
           initialize ws-riga.
           string "#ANAMNESI;VERSIONE;DATA COMPILAZIONE;OPERATORE;"
                                                   delimited size
                  "MEDICO;PATOLOGIE;INTERVENTI;FARMACI;"
                                                   delimited size
                  "CONTROINDICAZIONI;SPORT;NOTE"   delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input anamnesi.
           if status-anamnesi not = "00"
              exit paragraph
           end-if.
           move low-value    to ana-chiave.
           move link-cliente to ana-cliente.
           start anamnesi key >= ana-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read anamnesi next no lock at end exit perform end-read
              if ana-cliente not = link-cliente
                 exit perform
              end-if
              perform DECIFRA-ANAMNESI
              move "ANAMNESI" to ws-valore
              perform INIZIA-RIGA
              move ana-versione to ws-intero-ed
              move ws-intero-ed to ws-valore
              perform ACCODA-VALORE
              move ana-data-compilazione to ws-data-val
              perform ACCODA-DATA
              move ana-operatore          to ws-valore
              perform ACCODA-VALORE
              move ana-medico             to ws-valore
              perform ACCODA-VALORE
              move ana-patologie          to ws-valore
              perform ACCODA-VALORE
              move ana-interventi         to ws-valore
              perform ACCODA-VALORE
              move ana-farmaci            to ws-valore
              perform ACCODA-VALORE
              move ana-controindicazioni  to ws-valore
              perform ACCODA-VALORE
              move ana-sport              to ws-valore
              perform ACCODA-VALORE
              move ana-note               to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.
           close anamnesi.

      ***---
       DECIFRA-ANAMNESI.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move ana-chiave          to cfl-chiave-record.
           move ana-versione-chiave to cfl-versione.
           move "ANA-PATOLOGIE"     to cfl-campo.
           move 200                 to cfl-lunghezza.
           move ana-patologie       to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:200)    to ana-patologie.
           move "ANA-FARMACI"       to cfl-campo.
           move 200                 to cfl-lunghezza.
           move ana-farmaci         to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:200)    to ana-farmaci.
           move "ANA-NOTE"          to cfl-campo.
           move 500                 to cfl-lunghezza.
           move ana-note            to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:500)    to ana-note.

      ***---
      * LE SCHEDE CORRENTI E QUELLE GIA' PASSATE IN STORICO (VEDI
      * ST-SCHEDARCH): LE SEZIONI PER SCHEDA LE SCORRONO TUTTE.
       CARICA-SCHEDE.
           open input tschede.
           if status-tschede = "00"
              move link-cliente to tsc-cliente
              start tschede key >= tsc-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read tschede next no lock at end exit perform end-read
                 if tsc-cliente not = link-cliente
                    exit perform
                 end-if
                 if ws-num-schede < ws-max-schede
                    add 1 to ws-num-schede
                    move tsc-codice
                      to ws-sch-codice(ws-num-schede)
                    move tsc-data-creazione
                      to ws-sch-creazione(ws-num-schede)
                    move 0 to ws-sch-archivio(ws-num-schede)
                 end-if
              end-perform
              close tschede
           end-if.
           open input tschede-storico.
           if status-tschede-storico = "00"
              move link-cliente to tss-cliente
              start tschede-storico key >= tss-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read tschede-storico next no lock
                      at end exit perform
                 end-read
                 if tss-cliente not = link-cliente
                    exit perform
                 end-if
                 if ws-num-schede < ws-max-schede
                    add 1 to ws-num-schede
                    move tss-codice
                      to ws-sch-codice(ws-num-schede)
                    move tss-data-creazione
                      to ws-sch-creazione(ws-num-schede)
                    move tss-data-archivio
                      to ws-sch-archivio(ws-num-schede)
                 end-if
              end-perform
              close tschede-storico
           end-if.

      ***---
       ESPORTA-SCHEDE.
           move 4 to ws-sez.
           move "#SCHEDA;CODICE;DATA CREAZIONE;DATA ARCHIVIAZIONE"
             to ws-riga.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-schede
              move "SCHEDA" to ws-valore
              perform INIZIA-RIGA
              move ws-sch-codice(ws-sidx)    to ws-valore
              perform ACCODA-VALORE
              move ws-sch-creazione(ws-sidx) to ws-data-val
              perform ACCODA-DATA
              move ws-sch-archivio(ws-sidx)  to ws-data-val
              perform ACCODA-DATA
              perform SCRIVI-RIGA
           end-perform.

      ***---
      * LE SEDUTE DI UNA SCHEDA ARCHIVIATA STANNO SU RSCHEDE-STORICO.
       ESPORTA-SEDUTE.
           move 5 to ws-sez.
           initialize ws-riga.
           string "#SEDUTA;SCHEDA;PROGRESSIVO;DATA;ARTICOLO;"
                                                   delimited size
                  "DESCRIZIONE;QTA;NETTO;OPERATORE"
                                                   delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input rschede.
           open input rschede-storico.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-schede
              if ws-sch-archivio(ws-sidx) = 0
                 if status-rschede = "00"
                    perform ESPORTA-SEDUTE-SCHEDA
                 end-if
              else
                 if status-rschede-storico = "00"
                    perform ESPORTA-SEDUTE-STORICO
                 end-if
              end-if
           end-perform.
           if status-rschede = "00"
              close rschede
           end-if.
           if status-rschede-storico = "00"
              close rschede-storico
           end-if.

      ***---
       ESPORTA-SEDUTE-SCHEDA.
           move low-value              to rsc-chiave.
           move ws-sch-codice(ws-sidx) to rsc-codice.
           start rschede key >= rsc-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rschede next no lock at end exit perform end-read
              if rsc-codice not = ws-sch-codice(ws-sidx)
                 exit perform
              end-if
              move "SEDUTA" to ws-valore
              perform INIZIA-RIGA
              move rsc-codice      to ws-valore
              perform ACCODA-VALORE
              move rsc-progressivo to ws-intero-ed
              move ws-intero-ed    to ws-valore
              perform ACCODA-VALORE
              move rsc-data        to ws-data-val
              perform ACCODA-DATA
              move rsc-articolo    to ws-valore
              perform ACCODA-VALORE
              move rsc-descrizione to ws-valore
              perform ACCODA-VALORE
              move rsc-qta         to ws-intero-ed
              move ws-intero-ed    to ws-valore
              perform ACCODA-VALORE
              move rsc-netto       to ws-importo-ed
              move ws-importo-ed   to ws-valore
              perform ACCODA-VALORE
              move rsc-operatore   to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.

      ***---
       ESPORTA-SEDUTE-STORICO.
           move low-value              to rss-chiave.
           move ws-sch-codice(ws-sidx) to rss-codice.
           start rschede-storico key >= rss-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rschede-storico next no lock
                   at end exit perform
              end-read
              if rss-codice not = ws-sch-codice(ws-sidx)
                 exit perform
              end-if
              move "SEDUTA" to ws-valore
              perform INIZIA-RIGA
              move rss-codice      to ws-valore
              perform ACCODA-VALORE
              move rss-progressivo to ws-intero-ed
              move ws-intero-ed    to ws-valore
              perform ACCODA-VALORE
              move rss-data        to ws-data-val
              perform ACCODA-DATA
              move rss-articolo    to ws-valore
              perform ACCODA-VALORE
              move rss-descrizione to ws-valore
              perform ACCODA-VALORE
              move rss-qta         to ws-intero-ed
              move ws-intero-ed    to ws-valore
              perform ACCODA-VALORE
              move rss-netto       to ws-importo-ed
              move ws-importo-ed   to ws-valore
              perform ACCODA-VALORE
              move rss-operatore   to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.

      ***---
      * IL TESTO DELLA NOTA ESCE RIGA PER RIGA, UNA COLONNA PER
      * CIASCUNA DELLE DIECI RIGHE DELLA VIDEATA.
       ESPORTA-DIARIO.
           move 6 to ws-sez.
           initialize ws-riga.
           string "#DIARIO;SCHEDA;PROGRESSIVO;DATA;OPERATORE;"
                                                   delimited size
                  "BLOCCATA;RIGA 1;RIGA 2;RIGA 3;RIGA 4;RIGA 5;"
                                                   delimited size
                  "RIGA 6;RIGA 7;RIGA 8;RIGA 9;RIGA 10"
                                                   delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input diario.
           if status-diario not = "00"
              exit paragraph
           end-if.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-schede
              perform ESPORTA-DIARIO-SCHEDA
           end-perform.
           close diario.

      ***---
       ESPORTA-DIARIO-SCHEDA.
           move low-value              to dia-chiave.
           move ws-sch-codice(ws-sidx) to dia-codice.
           start diario key >= dia-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read diario next no lock at end exit perform end-read
              if dia-codice not = ws-sch-codice(ws-sidx)
                 exit perform
              end-if
              initialize cifra-link
              set  cfl-decifra         to true
              move dia-chiave          to cfl-chiave-record
              move "DIA-TESTO"         to cfl-campo
              move dia-versione-chiave to cfl-versione
              move 700                 to cfl-lunghezza
              move dia-testi           to cfl-testo
              call "st-cifra" using cifra-link
              move cfl-testo(1:700)    to dia-testi
              move "DIARIO" to ws-valore
              perform INIZIA-RIGA
              move dia-codice      to ws-valore
              perform ACCODA-VALORE
              move dia-progressivo to ws-intero-ed
              move ws-intero-ed    to ws-valore
              perform ACCODA-VALORE
              move dia-data        to ws-data-val
              perform ACCODA-DATA
              move dia-operatore   to ws-valore
              perform ACCODA-VALORE
              if dia-bloccata-si
                 move "S" to ws-valore
              else
                 move "N" to ws-valore
              end-if
              perform ACCODA-VALORE
              perform varying ws-tidx from 1 by 1 until ws-tidx > 10
                 move dia-testo(ws-tidx) to ws-valore
                 perform ACCODA-VALORE
              end-perform
              perform SCRIVI-RIGA
           end-perform.

      ***---
       ESPORTA-MISURAZIONI.
           move 7 to ws-sez.
           initialize ws-riga.
           string "#MISURAZIONE;DATA;PESO;ASIMMETRIA SPALLE;"
                                                   delimited size
                  "ASIMMETRIA BACINO;FLESSIONE;SCALA DOLORE;"
                                                   delimited size
                  "OPERATORE;NOTE"                 delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input misurazioni.
           if status-misurazioni not = "00"
              exit paragraph
           end-if.
           move low-value    to mis-chiave.
           move link-cliente to mis-cliente.
           start misurazioni key >= mis-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read misurazioni next no lock
                   at end exit perform
              end-read
              if mis-cliente not = link-cliente
                 exit perform
              end-if
              initialize cifra-link
              set  cfl-decifra         to true
              move mis-chiave          to cfl-chiave-record
              move "MIS-NOTE"          to cfl-campo
              move mis-versione-chiave to cfl-versione
              move 80                  to cfl-lunghezza
              move mis-note            to cfl-testo
              call "st-cifra" using cifra-link
              move cfl-testo(1:80)     to mis-note
              move "MISURAZIONE" to ws-valore
              perform INIZIA-RIGA
              move mis-data         to ws-data-val
              perform ACCODA-DATA
              move mis-peso         to ws-misura-ed
              move ws-misura-ed     to ws-valore
              perform ACCODA-VALORE
              move mis-asim-spalle  to ws-misura-ed
              move ws-misura-ed     to ws-valore
              perform ACCODA-VALORE
              move mis-asim-bacino  to ws-misura-ed
              move ws-misura-ed     to ws-valore
              perform ACCODA-VALORE
              move mis-flessione    to ws-misura-ed
              move ws-misura-ed     to ws-valore
              perform ACCODA-VALORE
              move mis-scala-dolore to ws-intero-ed
              move ws-intero-ed     to ws-valore
              perform ACCODA-VALORE
              move mis-operatore    to ws-valore
              perform ACCODA-VALORE
              move mis-note         to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.
           close misurazioni.

      ***---
       ESPORTA-PIANI.
           move 8 to ws-sez.
           initialize ws-riga.
           string "#PIANO;SCHEDA;PROGRESSIVO;ARTICOLO;"
                                                   delimited size
                  "SEDUTE PREVISTE;FREQUENZA SETTIMANALE;"
                                                   delimited size
                  "OBIETTIVO;OPERATORE;DATA COMPILAZIONE"
                                                   delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input piano.
           if status-piano not = "00"
              exit paragraph
           end-if.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-schede
              perform ESPORTA-PIANO-SCHEDA
           end-perform.
           close piano.

      ***---
       ESPORTA-PIANO-SCHEDA.
           move low-value              to pia-chiave.
           move ws-sch-codice(ws-sidx) to pia-scheda.
           start piano key >= pia-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read piano next no lock at end exit perform end-read
              if pia-scheda not = ws-sch-codice(ws-sidx)
                 exit perform
              end-if
              move "PIANO" to ws-valore
              perform INIZIA-RIGA
              move pia-scheda            to ws-valore
              perform ACCODA-VALORE
              move pia-progressivo       to ws-intero-ed
              move ws-intero-ed          to ws-valore
              perform ACCODA-VALORE
              move pia-articolo          to ws-valore
              perform ACCODA-VALORE
              move pia-sedute-previste   to ws-intero-ed
              move ws-intero-ed          to ws-valore
              perform ACCODA-VALORE
              move pia-frequenza-sett    to ws-intero-ed
              move ws-intero-ed          to ws-valore
              perform ACCODA-VALORE
              move pia-obiettivo         to ws-valore
              perform ACCODA-VALORE
              move pia-operatore         to ws-valore
              perform ACCODA-VALORE
              move pia-data-compilazione to ws-data-val
              perform ACCODA-DATA
              perform SCRIVI-RIGA
           end-perform.

      ***---
       ESPORTA-ESERCIZI.
           move 9 to ws-sez.
           initialize ws-riga.
           string "#ESERCIZIO;SCHEDA;PROGRESSIVO;ESERCIZIO;SERIE;"
                                                   delimited size
                  "RIPETIZIONI;NOTE;DATA ASSEGNAZIONE;OPERATORE"
                                                   delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input schedeser.
           if status-schedeser not = "00"
              exit paragraph
           end-if.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-schede
              perform ESPORTA-ESERCIZI-SCHEDA
           end-perform.
           close schedeser.

      ***---
       ESPORTA-ESERCIZI-SCHEDA.
           move low-value              to ses-chiave.
           move ws-sch-codice(ws-sidx) to ses-scheda.
           start schedeser key >= ses-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read schedeser next no lock at end exit perform end-read
              if ses-scheda not = ws-sch-codice(ws-sidx)
                 exit perform
              end-if
              move "ESERCIZIO" to ws-valore
              perform INIZIA-RIGA
              move ses-scheda            to ws-valore
              perform ACCODA-VALORE
              move ses-progressivo       to ws-intero-ed
              move ws-intero-ed          to ws-valore
              perform ACCODA-VALORE
              move ses-esercizio         to ws-valore
              perform ACCODA-VALORE
              move ses-serie             to ws-intero-ed
              move ws-intero-ed          to ws-valore
              perform ACCODA-VALORE
              move ses-ripetizioni       to ws-intero-ed
              move ws-intero-ed          to ws-valore
              perform ACCODA-VALORE
              move ses-note              to ws-valore
              perform ACCODA-VALORE
              move ses-data-assegnazione to ws-data-val
              perform ACCODA-DATA
              move ses-operatore         to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.

      ***---
      * FATTURE, CORRISPETTIVI E NOTE DI CREDITO INTESTATI AL
      * CLIENTE, SOLO LE TESTATE (LE RIGHE SONO LE SEDUTE).
       ESPORTA-DOCUMENTI.
           move 10 to ws-sez.
           initialize ws-riga.
           string "#DOCUMENTO;TIPO;ANNO;NUMERO;DATA;PAGAMENTO;"
                                                   delimited size
                  "IMPONIBILE;IVA;TOTALE;NOTE"     delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input tfatture.
           if status-tfatture = "00"
              move link-cliente to tfa-cliente
              start tfatture key >= tfa-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read tfatture next no lock
                      at end exit perform
                 end-read
                 if tfa-cliente not = link-cliente
                    exit perform
                 end-if
                 move "DOCUMENTO" to ws-valore
                 perform INIZIA-RIGA
                 move "FATTURA"        to ws-valore
                 perform ACCODA-VALORE
                 move tfa-anno         to ws-valore
                 perform ACCODA-VALORE
                 move tfa-numero       to ws-intero-ed
                 move ws-intero-ed     to ws-valore
                 perform ACCODA-VALORE
                 move tfa-data-doc     to ws-data-val
                 perform ACCODA-DATA
                 move tfa-pagamento    to ws-valore
                 perform ACCODA-VALORE
                 move tfa-importo-sub  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tfa-importo-iva  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tfa-importo-tot  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tfa-note         to ws-valore
                 perform ACCODA-VALORE
                 perform SCRIVI-RIGA
              end-perform
              close tfatture
           end-if.
           open input tcorrisp.
           if status-tcorrisp = "00"
              move link-cliente to tco-cliente
              start tcorrisp key >= tco-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read tcorrisp next no lock
                      at end exit perform
                 end-read
                 if tco-cliente not = link-cliente
                    exit perform
                 end-if
                 move "DOCUMENTO" to ws-valore
                 perform INIZIA-RIGA
                 move "CORRISPETTIVO"  to ws-valore
                 perform ACCODA-VALORE
                 move tco-anno         to ws-valore
                 perform ACCODA-VALORE
                 move tco-numero       to ws-intero-ed
                 move ws-intero-ed     to ws-valore
                 perform ACCODA-VALORE
                 move tco-data-doc     to ws-data-val
                 perform ACCODA-DATA
                 move tco-pagamento    to ws-valore
                 perform ACCODA-VALORE
                 move tco-importo-sub  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tco-importo-iva  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tco-importo-tot  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tco-note         to ws-valore
                 perform ACCODA-VALORE
                 perform SCRIVI-RIGA
              end-perform
              close tcorrisp
           end-if.
           open input tnotacr.
           if status-tnotacr = "00"
              move link-cliente to tno-cliente
              start tnotacr key >= tno-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read tnotacr next no lock
                      at end exit perform
                 end-read
                 if tno-cliente not = link-cliente
                    exit perform
                 end-if
                 move "DOCUMENTO" to ws-valore
                 perform INIZIA-RIGA
                 move "NOTA DI CREDITO" to ws-valore
                 perform ACCODA-VALORE
                 move tno-anno         to ws-valore
                 perform ACCODA-VALORE
                 move tno-numero       to ws-intero-ed
                 move ws-intero-ed     to ws-valore
                 perform ACCODA-VALORE
                 move tno-data-doc     to ws-data-val
                 perform ACCODA-DATA
                 move tno-pagamento    to ws-valore
                 perform ACCODA-VALORE
                 move tno-importo-sub  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tno-importo-iva  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tno-importo-tot  to ws-importo-ed
                 move ws-importo-ed    to ws-valore
                 perform ACCODA-VALORE
                 move tno-note         to ws-valore
                 perform ACCODA-VALORE
                 perform SCRIVI-RIGA
              end-perform
              close tnotacr
           end-if.

      ***---
      * COMUNICAZIONI NON HA UNA CHIAVE PER CLIENTE: SI SCORRE TUTTO
      * IL REGISTRO (E' UN'ESTRAZIONE OCCASIONALE).
       ESPORTA-COMUNICAZIONI.
           move 11 to ws-sez.
           move "#COMUNICAZIONE;DATA;ORA;TIPO;OGGETTO;NOTE;OPERATORE"
             to ws-riga.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input comunicazioni.
           if status-comunicazioni not = "00"
              exit paragraph
           end-if.
           move low-value to com-chiave.
           start comunicazioni key >= com-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read comunicazioni next no lock
                   at end exit perform
              end-read
              if com-cliente = link-cliente
                 move "COMUNICAZIONE" to ws-valore
                 perform INIZIA-RIGA
                 move com-data      to ws-data-val
                 perform ACCODA-DATA
                 move com-ora       to ws-ora-val
                 perform ACCODA-ORA
                 evaluate true
                 when com-telefonata move "TELEFONATA" to ws-valore
                 when com-email      move "EMAIL"      to ws-valore
                 when com-lettera    move "LETTERA"    to ws-valore
                 when com-incontro   move "INCONTRO"   to ws-valore
                 when other          move "ALTRO"      to ws-valore
                 end-evaluate
                 perform ACCODA-VALORE
                 move com-oggetto   to ws-valore
                 perform ACCODA-VALORE
                 move com-note      to ws-valore
                 perform ACCODA-VALORE
                 move com-operatore to ws-valore
                 perform ACCODA-VALORE
                 perform SCRIVI-RIGA
              end-if
           end-perform.
           close comunicazioni.

      ***---
       ESPORTA-APPUNTAMENTI.
           move 12 to ws-sez.
           initialize ws-riga.
           string "#APPUNTAMENTO;DATA;ORA;DURATA MINUTI;ARTICOLO;"
                                                   delimited size
                  "STATO;OPERATORE;DOMICILIO;NOTE" delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input appuntamenti.
           if status-appuntamenti not = "00"
              exit paragraph
           end-if.
           move link-cliente to app-cliente.
           start appuntamenti key >= app-cliente
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-cliente not = link-cliente
                 exit perform
              end-if
              move "APPUNTAMENTO" to ws-valore
              perform INIZIA-RIGA
              move app-data       to ws-data-val
              perform ACCODA-DATA
              move 0              to ws-ora-val
              move app-ora        to ws-ora-val(1:4)
              perform ACCODA-ORA
              move app-durata     to ws-intero-ed
              move ws-intero-ed   to ws-valore
              perform ACCODA-VALORE
              move app-articolo   to ws-valore
              perform ACCODA-VALORE
              evaluate true
              when app-eseguito   move "ESEGUITO"       to ws-valore
              when app-disdetto   move "DISDETTO"       to ws-valore
              when app-no-show    move "NON PRESENTATO" to ws-valore
              when other          move "DA CHIUDERE"    to ws-valore
              end-evaluate
              perform ACCODA-VALORE
              move app-operatore  to ws-valore
              perform ACCODA-VALORE
              if app-a-domicilio
                 move "S" to ws-valore
              else
                 move "N" to ws-valore
              end-if
              perform ACCODA-VALORE
              move app-note       to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.
           close appuntamenti.

      ***---
      * DI FOTO E ALLEGATI SI CONSEGNA L'ELENCO CON IL PERCORSO DEL
      * FILE: LE IMMAGINI E I DOCUMENTI SI COPIANO A PARTE.
       ESPORTA-FOTO.
           move 13 to ws-sez.
           initialize ws-riga.
           string "#FOTO;PROGRESSIVO;DATA;POSA;PERCORSO;SCHEDA;"
                                                   delimited size
                  "SEDUTA;OPERATORE"               delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input fotocli.
           if status-fotocli not = "00"
              exit paragraph
           end-if.
           move low-value    to fot-chiave.
           move link-cliente to fot-cliente.
           start fotocli key >= fot-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read fotocli next no lock at end exit perform end-read
              if fot-cliente not = link-cliente
                 exit perform
              end-if
              initialize cifra-link
              set  cfl-decifra         to true
              move fot-chiave          to cfl-chiave-record
              move "FOT-PERCORSO"      to cfl-campo
              move fot-versione-chiave to cfl-versione
              move 200                 to cfl-lunghezza
              move fot-percorso        to cfl-testo
              call "st-cifra" using cifra-link
              move cfl-testo(1:200)    to fot-percorso
              move "FOTO" to ws-valore
              perform INIZIA-RIGA
              move fot-progressivo     to ws-intero-ed
              move ws-intero-ed        to ws-valore
              perform ACCODA-VALORE
              move fot-data            to ws-data-val
              perform ACCODA-DATA
              evaluate true
              when fot-posa-fronte  move "FRONTE"  to ws-valore
              when fot-posa-profilo move "PROFILO" to ws-valore
              when fot-posa-retro   move "RETRO"   to ws-valore
              when other            move fot-posa  to ws-valore
              end-evaluate
              perform ACCODA-VALORE
              move fot-percorso        to ws-valore
              perform ACCODA-VALORE
              move fot-rsc-codice      to ws-valore
              perform ACCODA-VALORE
              move fot-rsc-progressivo to ws-intero-ed
              move ws-intero-ed        to ws-valore
              perform ACCODA-VALORE
              move fot-operatore       to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.
           close fotocli.

      ***---
       ESPORTA-ALLEGATI.
           move 14 to ws-sez.
           initialize ws-riga.
           string "#ALLEGATO;PROGRESSIVO;TIPO;DESCRIZIONE;PERCORSO;"
                                                   delimited size
                  "DATA;SCADENZA;OPERATORE"        delimited size
             into ws-riga
           end-string.
           perform SCRIVI-INTESTAZIONE-SEZIONE.
           open input allegati.
           if status-allegati not = "00"
              exit paragraph
           end-if.
           move low-value    to all-chiave.
           move link-cliente to all-cliente.
           start allegati key >= all-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read allegati next no lock at end exit perform end-read
              if all-cliente not = link-cliente
                 exit perform
              end-if
              initialize cifra-link
              set  cfl-decifra         to true
              move all-chiave          to cfl-chiave-record
              move "ALL-PERCORSO"      to cfl-campo
              move all-versione-chiave to cfl-versione
              move 200                 to cfl-lunghezza
              move all-percorso        to cfl-testo
              call "st-cifra" using cifra-link
              move cfl-testo(1:200)    to all-percorso
              move "ALLEGATO" to ws-valore
              perform INIZIA-RIGA
              move all-progressivo     to ws-intero-ed
              move ws-intero-ed        to ws-valore
              perform ACCODA-VALORE
              move all-tipo            to ws-valore
              perform ACCODA-VALORE
              move all-descrizione     to ws-valore
              perform ACCODA-VALORE
              move all-percorso        to ws-valore
              perform ACCODA-VALORE
              move all-data            to ws-data-val
              perform ACCODA-DATA
              move all-data-scadenza   to ws-data-val
              perform ACCODA-DATA
              move all-operatore       to ws-valore
              perform ACCODA-VALORE
              perform SCRIVI-RIGA
           end-perform.
           close allegati.

      ***---
      * LA RIGA COMINCIA CON L'ETICHETTA DELLA SEZIONE (IN WS-VALORE).
       INIZIA-RIGA.
           move spaces to ws-riga.
           move 0      to ws-pos.
           perform ACCODA-VALORE.

      ***---
      * ACCODA WS-VALORE ALLA RIGA, SENZA GLI SPAZI IN TESTA E IN
      * CODA, COME ACCODA-VALORE-CSV DI ST-ZOOMCSV.
       ACCODA-VALORE.
           inspect ws-valore replacing all ";" by ",".
           move 0 to ws-inizio.
           inspect ws-valore tallying ws-inizio for leading spaces.
           inspect ws-valore replacing trailing spaces by low-value.
           if ws-pos > 0
              add 1 to ws-pos
              move ";" to ws-riga(ws-pos:1)
           end-if.
           perform varying ws-idx from ws-inizio by 1
                     until ws-idx >= 500 or
                           ws-valore(ws-idx + 1:1) = low-value or
                           ws-pos >= 1999
              add 1 to ws-pos
              move ws-valore(ws-idx + 1:1) to ws-riga(ws-pos:1)
           end-perform.
           move spaces to ws-valore.

      ***---
       ACCODA-DATA.
           if ws-data-val = 0
              move spaces to ws-valore
           else
              string ws-data-val(1:4) delimited size
                     "-"              delimited size
                     ws-data-val(5:2) delimited size
                     "-"              delimited size
                     ws-data-val(7:2) delimited size
                into ws-valore
              end-string
           end-if.
           perform ACCODA-VALORE.

      ***---
       ACCODA-ORA.
           string ws-ora-val(1:2) delimited size
                  ":"             delimited size
                  ws-ora-val(3:2) delimited size
             into ws-valore
           end-string.
           perform ACCODA-VALORE.

      ***---
       SCRIVI-INTESTAZIONE-SEZIONE.
           move ws-riga to rec-esporta.
           write rec-esporta.

      ***---
       SCRIVI-RIGA.
           move ws-riga to rec-esporta.
           write rec-esporta.
           if ws-sez > 0
              add 1 to ws-tot-righe
              add 1 to ws-sez-righe(ws-sez)
           end-if.

      ***---
       REGISTRA-RICHIESTA.
           open i-o richiestedir.
           if status-richiestedir = "35"
              open output richiestedir
              close       richiestedir
              open i-o    richiestedir
           end-if.
           move 0            to ws-ultimo-progressivo.
           move low-value    to rdi-chiave.
           move link-cliente to rdi-cliente.
           start richiestedir key >= rdi-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read richiestedir next at end exit perform end-read
              if rdi-cliente not = link-cliente
                 exit perform
              end-if
              move rdi-progressivo to ws-ultimo-progressivo
           end-perform.
           initialize rec-richiestedir.
           move link-cliente      to rdi-cliente.
           compute rdi-progressivo = ws-ultimo-progressivo + 1.
           move ws-tipo-richiesta to rdi-tipo.
           move ws-data-richiesta to rdi-data-richiesta.
           move ws-data-termine   to rdi-data-termine.
           move ws-data-corrente  to rdi-data-evasione.
           if ws-data-corrente > ws-data-termine
              set rdi-in-ritardo to true
           end-if.
           move ws-canale         to rdi-canale.
           move ws-percorso       to rdi-percorso.
           move ws-tot-righe      to rdi-num-righe.
           move link-operatore    to rdi-operatore.
           write rec-richiestedir
                 invalid continue
           end-write.
           close richiestedir.

      ***---
       TRACCIA-CONSEGNA.
           initialize comlog-link.
           move link-cliente   to cml-cliente.
           move ws-canale      to cml-tipo.
           if ws-portabilita
              move "Consegna dati personali (portabilita')"
                to cml-oggetto
           else
              move "Consegna dati personali (accesso)"
                to cml-oggetto
           end-if.
           string "File consegnato: " delimited size
                  ws-percorso         delimited size
             into cml-note
           end-string.
           move link-operatore to cml-operatore.
           call "st-comlog" using comlog-link.
           cancel "st-comlog".

      ***---
      * I DATI SANITARI ESTRATTI SONO UNA CONSULTAZIONE DELLA
      * CARTELLA: UNA RIGA SU LETTURE PER OGNI TIPO DI DATO USCITO.
       TRACCIA-LETTURE.
           initialize letture-link.
           move "ST-ESPORTACLI" to ltl-programma.
           move link-cliente    to ltl-cliente.
           move link-operatore  to ltl-operatore.
           if ws-sez-righe(3) > 0
              set ltl-anamnesi to true
              call "st-lettura" using letture-link
           end-if.
           if ws-sez-righe(6) > 0
              set ltl-diario to true
              call "st-lettura" using letture-link
           end-if.
           if ws-sez-righe(7) > 0
              set ltl-rilevazioni to true
              call "st-lettura" using letture-link
           end-if.
           if ws-sez-righe(13) > 0
              set ltl-foto to true
              call "st-lettura" using letture-link
           end-if.
           cancel "st-lettura".

      ***---
      * IL RIEPILOGO ACCOMPAGNA IL FILE: UNA STAMPA ANNULLATA NON
      * ANNULLA L'ESTRAZIONE, GIA' REGISTRATA E CONSEGNATA.
       STAMPA-RIEPILOGO.
           open input param.
           perform APRI-STAMPA.
           if tutto-ok-stampa
              perform varying ws-sez from 1 by 1
                        until ws-sez > ws-num-sezioni
                 perform SALTO-SE-PAGINA-PIENA
                 move spaces to r-riga
                 move ws-sez-descrizione(ws-sez) to r-sezione
                 move ws-sez-righe(ws-sez)       to ws-num-edit
                 move ws-num-edit                to r-righe
                 move Calibri10 to spl-hfont
                 move 2 to spl-tipo-colonna
                 move r-riga to spl-riga-stampa
                 perform SCRIVI
              end-perform
              perform SALTO-SE-PAGINA-PIENA
              move spaces to r-riga
              move "Totale righe estratte" to r-sezione
              move ws-tot-righe to ws-num-edit
              move ws-num-edit  to r-righe
              move Calibri12B to spl-hfont
              move 2 to spl-tipo-colonna
              move r-riga to spl-riga-stampa
              perform SCRIVI
              set spl-chiusura to true
              call "spooler" using spooler-link
           end-if.
           close param.

      ***---
       APRI-STAMPA.
           if link-stampante = spaces
              initialize spooler-link
              call   "selprint" using selprint-linkage
              cancel "selprint"
           else
              move link-stampante to selprint-stampante
           end-if.

           if selprint-stampante not = space
              move selprint-num-copie to SPL-NUM-COPIE
              move selprint-stampante to SPL-NOME-STAMPANTE

              move titolo to spl-nome-job
              set spl-apertura to true
              set spl-vertical to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 move spl-altezza to save-altezza-pagina
                 perform CARICA-FONT
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.
           if tutto-ok-stampa
              perform INTESTAZIONE
           end-if.

      ***---
       EDITA-DATA.
           initialize ws-data-dply.
           string ws-data-edit(7:2) delimited size
                  "/"               delimited size
                  ws-data-edit(5:2) delimited size
                  "/"               delimited size
                  ws-data-edit(1:4) delimited size
                  into ws-data-dply
           end-string.

      ***---
       SALTO-SE-PAGINA-PIENA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move titolo             to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           string "Cliente "            delimited size
                  cli-ragsoc            delimited "  "
                  " "                   delimited size
                  cli-nome              delimited "  "
                  " (" link-cliente ")" delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move Calibri10 to spl-hfont.
           initialize spl-riga-stampa.
           move ws-data-richiesta to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to ws-dply-richiesta.
           move ws-data-termine to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to ws-dply-termine.
           move ws-data-corrente to ws-data-edit.
           perform EDITA-DATA.
           if ws-portabilita
              move "Richiesta di portabilita' (art. 20 GDPR) del "
                to spl-riga-stampa
           else
              move "Richiesta di accesso (art. 15 GDPR) del "
                to spl-riga-stampa
           end-if.
           string spl-riga-stampa       delimited "  "
                  " "                   delimited size
                  ws-dply-richiesta     delimited size
                  ", termine "          delimited size
                  ws-dply-termine       delimited size
                  ", evasa il "         delimited size
                  ws-data-dply          delimited size
             into spl-riga-stampa
           end-string.
           if ws-data-corrente > ws-data-termine
              string spl-riga-stampa    delimited "  "
                     " (FUORI TERMINE)" delimited size
                into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           initialize spl-riga-stampa.
           string "File consegnato: " delimited size
                  ws-percorso         delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 3,0 to save-riga.
           move Calibri12B to spl-hfont.
           initialize spl-riga-stampa.
           move "SEZIONE                                 RIGHE"
             to spl-riga-stampa.
           perform SCRIVI.

           move 0   to num-righe.
           move 3,5 to save-riga.

      ***---
       SCRIVI.
           add  78-passo      to save-riga.
           move save-riga     to spl-riga.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
      * FONT DI RISERVA CONFIGURATI SU PARAM, USATI PIU' SOTTO SE UN
      * FONT STANDARD NON E' INSTALLATO SULLA POSTAZIONE DI STAMPA.
           move spaces to prm-chiave.
           read param  no lock
                invalid initialize rec-param
           end-read.

      * Calibri 20BI
           initialize wfont-data Calibri20BI.
           move 20 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to true.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri20BI          to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri20BI.
           if errori
              exit paragraph
           end-if.

      * Calibri 12B
           initialize wfont-data Calibri12B.
           move 12 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri12B           to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri12B.
           if errori
              exit paragraph
           end-if.

      * Calibri 10
           initialize wfont-data Calibri10.
           move 10 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri10            to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri10.

      ***---
       CARICA-FONT-CON-FALLBACK.
      * TENTA, NELL'ORDINE CONFIGURATO SU PARAM, I FONT DI RISERVA
      * PRIMA DI ARRENDERSI E BLOCCARE LA STAMPA: DIMENSIONE E STILE
      * GIA' IMPOSTATI DAL CHIAMANTE IN WFONT-DATA, CAMBIA SOLO IL
      * NOME.
           call "W$FONT" using wfont-get-font, ws-font-handle-target,
                               wfont-data
                        giving wfont-status.

           move 0 to ws-font-idx.
           perform until wfont-status = 1 or ws-font-idx > 3
              add 1 to ws-font-idx
              if prm-font-fallback (ws-font-idx) not = spaces
                 move prm-font-fallback (ws-font-idx) to wfont-name
                 call "W$FONT" using wfont-get-font,
                                     ws-font-handle-target,
                                     wfont-data
                              giving wfont-status
              end-if
           end-perform.

           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.

           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.

           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verrà abortita!"
                                    delimited size
              into messaggio.

           inspect messaggio replacing trailing space by low-value.

           display message messaggio.

           initialize errlog-link.
           move "ST-ESPORTACLI"   to ell-programma.
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
      * DA AAAAMMGG (WS-CAL-DATA) AL NUMERO PROGRESSIVO DI GIORNI
      * (WS-CAL-SERIALE) SUL CALENDARIO GREGORIANO, COME ST-APPSERIE.
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

      ***---
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           if not tutto-ok
              move "Cliente inesistente, data o file non validi"
                to messaggio
           else
              move ws-tot-righe to ws-num-edit
              string "Estrazione completata: "  delimited size
                     ws-num-edit                 delimited size
                     " righe, richiesta registrata."
                                                 delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       EXIT-PGM.
           if esporta-aperto
              close esporta
           end-if.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
