       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-coorti.
       AUTHOR.                          Andrea.
      ******************************************************************
      * FIDELIZZAZIONE DEI CLIENTI: ST-INATTIVI DICE CHI NON VIENE
      * PIU', ST-PROVENIENZE DA DOVE ARRIVANO I NUOVI; QUI SI MISURA
      * QUANTI RESTANO. L'ATTIVITA' DI UN CLIENTE SONO LE SEDUTE
      * (RSCHEDE E STORICO) E I DOCUMENTI (FATTURE E CORRISPETTIVI);
      * IL FATTURATO E' L'IMPONIBILE DEI DOCUMENTI MENO LE NOTE DI
      * CREDITO (LA FATTURA EMESSA SU UN CORRISPETTIVO NON SI CONTA
      * DUE VOLTE). LE FUNZIONI (LINK-FUNZIONE):
      *   "R" RAPPORTO A COORTI MENSILI: I CLIENTI ACQUISITI (PRIMA
      *       SEDUTA O PRIMO DOCUMENTO) FRA LINK-DATA-DA E
      *       LINK-DATA-A (DA ZERO = DALL'INIZIO, A ZERO = OGGI)
      *       RAGGRUPPATI PER MESE DI ACQUISIZIONE E, CON
      *       LINK-RAGGRUPPA, PER PROVENIENZA ("P") O SEDE ("S"):
      *       PERCENTUALE ANCORA ATTIVA A 3, 6 E 12 MESI (ATTIVITA'
      *       DOPO ALTRETTANTI MESI DALL'ACQUISIZIONE; "N.D." FINCHE'
      *       IL TEMPO NON E' ANCORA PASSATO PER NESSUNO) E FATTURATO
      *       MEDIO CUMULATO PER CLIENTE
      *   "A" CLASSIFICAZIONE ABC PER FATTURATO DEGLI ULTIMI 12
      *       MESI, SALVATA IN ANAGRAFICA (CLI-CLASSE-ABC) PER LE
      *       SELEZIONI DI ST-CAMPAGNE: "A" FINO ALL'80% DEL
      *       FATTURATO, "B" FINO AL 95%, "C" IL RESTO. I CAMBI DI
      *       CLASSE VANNO SU AUDITLOG; IL RIEPILOGO PER CLASSE ESCE
      *       SUL TABULATO
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "clienti.sl".
           copy "rschede.sl".
           copy "tschede.sl".
           copy "rschede-storico.sl".
           copy "tschede-storico.sl".
           copy "tfatture.sl".
           copy "tcorrisp.sl".
           copy "tnotacr.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "clienti.fd".
           copy "rschede.fd".
           copy "tschede.fd".
           copy "rschede-storico.fd".
           copy "tschede-storico.fd".
           copy "tfatture.fd".
           copy "tcorrisp.fd".
           copy "tnotacr.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-rschede        pic xx.
       77  status-tschede        pic xx.
       77  status-rschede-storico pic xx.
       77  status-tschede-storico pic xx.
       77  status-tfatture       pic xx.
       77  status-tcorrisp       pic xx.
       77  status-tnotacr        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Coorti Clienti".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-soglia-a           value 80.
       78  78-soglia-b           value 95.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.
       77  filler                pic 9.
           88 ws-tabella-piena   value 1 false 0.

      * UNA RIGA PER CLIENTE, CARICATA IN ORDINE DI CODICE DA CLIENTI
      * (LE POSIZIONI NON USATE RESTANO AD ALTI VALORI PER LA RICERCA
      * BINARIA)
       78  ws-max-cli            value 10000.
       01  ws-cli-tab.
           05 ws-cli             occurs 10000 times
                                 ascending key ws-cli-codice
                                 indexed by ws-cidx.
              10 ws-cli-codice        pic x(6).
              10 ws-cli-gruppo        pic x(20).
              10 ws-cli-prima         pic 9(8).
              10 ws-cli-ultima        pic 9(8).
              10 ws-cli-fatturato     pic s9(9)v99.
              10 ws-cli-fatt-12       pic s9(9)v99.
              10 ws-cli-classe        pic x(1).
       77  ws-num-cli            pic 9(5) value 0.

      * MOVIMENTO IN LAVORAZIONE
       77  ws-att-cliente        pic x(6).
       77  ws-att-data           pic 9(8).
       77  ws-att-importo        pic s9(7)v99.

      * COORTI: MESE DI ACQUISIZIONE (AAAAMM) E GRUPPO
       78  ws-max-coorti         value 600.
       01  ws-coo-tab.
           05 ws-coo             occurs 600 times indexed by ws-kidx.
              10 ws-coo-mese          pic 9(6).
              10 ws-coo-gruppo        pic x(20).
              10 ws-coo-clienti       pic 9(5).
              10 ws-coo-misura        occurs 3 times.
                 15 ws-coo-misurabili pic 9(5).
                 15 ws-coo-attivi     pic 9(5).
              10 ws-coo-fatturato     pic s9(9)v99.
       77  ws-num-coorti         pic 9(3) value 0.

      * APPOGGIO PER SCAMBI E TOTALE GENERALE, STESSO TRACCIATO
       01  ws-coo-temp.
           05 ws-ct-mese             pic 9(6).
           05 ws-ct-gruppo           pic x(20).
           05 ws-ct-clienti          pic 9(5).
           05 ws-ct-misura           occurs 3 times.
              10 ws-ct-misurabili    pic 9(5).
              10 ws-ct-attivi        pic 9(5).
           05 ws-ct-fatturato        pic s9(9)v99.
       01  ws-coo-totale.
           05 ws-tot-mese            pic 9(6).
           05 ws-tot-gruppo          pic x(20).
           05 ws-tot-clienti         pic 9(5).
           05 ws-tot-misura          occurs 3 times.
              10 ws-tot-misurabili   pic 9(5).
              10 ws-tot-attivi       pic 9(5).
           05 ws-tot-fatturato       pic s9(9)v99.

      * SCADENZE DI MISURA IN MESI (3, 6, 12)
       01  ws-scadenze-tab.
           05 filler             pic 9(2) value 03.
           05 filler             pic 9(2) value 06.
           05 filler             pic 9(2) value 12.
       01  filler redefines ws-scadenze-tab.
           05 ws-scadenza-mesi   pic 9(2) occurs 3 times.
       77  ws-sidx               pic 9.

      * DATA PIU' N MESI (STESSO GIORNO DEL MESE)
       77  ws-dm-data            pic 9(8).
       77  ws-dm-mesi            pic 9(2).
       77  ws-dm-risultato       pic 9(8).
       77  ws-dm-anno            pic 9(4).
       77  ws-dm-mese            pic 9(2).
       77  ws-dm-totale          pic 9(6).

      * CLASSIFICAZIONE ABC: CLIENTI CON FATTURATO, IN ORDINE
      * DECRESCENTE
       01  ws-abc-tab.
           05 ws-abc             occurs 10000 times.
              10 ws-abc-posizione     pic 9(5).
              10 ws-abc-fatturato     pic s9(9)v99.
       01  ws-abc-temp.
           05 ws-abt-posizione       pic 9(5).
           05 ws-abt-fatturato       pic s9(9)v99.
       77  ws-num-abc            pic 9(5) value 0.
       77  ws-i                  pic 9(5).
       77  ws-j                  pic 9(5).
       77  ws-fine-i             pic 9(5).
       77  ws-abc-totale         pic s9(11)v99.
       77  ws-abc-cumulato       pic s9(11)v99.
       77  ws-abc-quota          pic s9(5)v99.
       01  ws-classi-tab.
           05 ws-cla             occurs 3 times.
              10 ws-cla-clienti       pic 9(5).
              10 ws-cla-fatturato     pic s9(11)v99.
       77  ws-cla-idx            pic 9.
       77  ws-num-cambi          pic 9(5) value 0.
       77  ws-num-cambi-z        pic zzzz9.
       77  ws-classe-prec        pic x(1).

      * PERIODO
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-data-corrente      pic 9(8).
       77  ws-data-12-mesi       pic 9(8).
       77  ws-data-ed            pic x(10).
       77  ws-data-da-ed         pic x(10).
       77  ws-data-a-ed          pic x(10).
       77  ws-data-rif           pic 9(8).
       77  ws-perc               pic 9(3)v9.
       77  ws-perc-ed            pic zz9,9.
       77  messaggio             pic x(200) value spaces.

      * RIGHE PER LA STAMPA
       01  r-riga                pic x(100).
       01  r-riga-coorte.
           05 r-mese             pic x(9).
           05 r-gruppo           pic x(21).
           05 r-clienti          pic zzzz9.
           05 filler             pic x(3).
           05 r-perc             pic x(9) occurs 3 times.
           05 r-fatt-medio       pic ---.--9,99.
       01  r-riga-classe.
           05 r-classe           pic x(12).
           05 r-cla-clienti      pic zzzz9.
           05 filler             pic x(4).
           05 r-cla-fatturato    pic ---.---.--9,99.
           05 filler             pic x(4).
           05 r-cla-quota        pic zz9,9.
           05 filler             pic x(1).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
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
       77  link-funzione         pic x(1).
           88 link-rapporto      value "R".
           88 link-classifica    value "A".
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-raggruppa        pic x(1).
           88 link-per-provenienza value "P".
           88 link-per-sede      value "S".
       77  link-operatore        pic x(20).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-data-da link-data-a
                                 link-raggruppa link-operatore
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform CARICA-CLIENTI
              perform CARICA-SEDUTE
              perform CARICA-DOCUMENTI
              evaluate true
              when link-rapporto
                   perform COSTRUISCI-COORTI
                   perform ORDINA-COORTI
              when link-classifica
                   perform CLASSIFICA-ABC
              end-evaluate
              perform STAMPA-PROSPETTO
              perform CLOSE-FILES
           end-if.
           if tutto-ok and tutto-ok-stampa
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok         to true.
           set tutto-ok-stampa  to true.
           set ws-tabella-piena to false.
           move 0 to ws-num-cli ws-num-coorti ws-num-abc ws-num-cambi.
           move high-values to ws-cli-tab.
           initialize ws-coo-totale ws-classi-tab.
           accept ws-data-corrente from century-date.
           move ws-data-corrente      to ws-data-12-mesi.
           move ws-data-corrente(1:4) to ws-dm-anno.
           subtract 1 from ws-dm-anno.
           move ws-dm-anno            to ws-data-12-mesi(1:4).
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da > ws-data-a
              set tutto-ok to false
           end-if.
           if not link-rapporto and not link-classifica
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           if link-classifica
              open i-o clienti
           else
              open input clienti
           end-if.
           open input rschede tschede rschede-storico tschede-storico.
           open input tfatture tcorrisp tnotacr param.

      ***---
      * IL GRUPPO DEL CLIENTE (PROVENIENZA O SEDE) SI FISSA QUI, UNA
      * VOLTA PER TUTTE; SENZA RAGGRUPPAMENTO RESTA A SPAZI.
       CARICA-CLIENTI.
           move low-value to cli-codice.
           start clienti key >= cli-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read clienti next no lock at end exit perform end-read
              if ws-num-cli >= ws-max-cli
                 set ws-tabella-piena to true
                 exit perform
              end-if
              add 1 to ws-num-cli
              move cli-codice to ws-cli-codice(ws-num-cli)
              evaluate true
              when link-per-provenienza
                   move cli-provenienza to ws-cli-gruppo(ws-num-cli)
              when link-per-sede
                   move cli-studio      to ws-cli-gruppo(ws-num-cli)
              when other
                   move spaces          to ws-cli-gruppo(ws-num-cli)
              end-evaluate
              if ws-cli-gruppo(ws-num-cli) = spaces and
                 (link-per-provenienza or link-per-sede)
                 move "NON INDICATA"    to ws-cli-gruppo(ws-num-cli)
              end-if
              move 0 to ws-cli-prima(ws-num-cli)
                        ws-cli-ultima(ws-num-cli)
                        ws-cli-fatturato(ws-num-cli)
                        ws-cli-fatt-12(ws-num-cli)
              move "C" to ws-cli-classe(ws-num-cli)
           end-perform.

      ***---
      * SEDUTE APERTE E ARCHIVIATE, RISALENDO AL CLIENTE DALLA
      * TESTATA DELLA SCHEDA (COME ST-INATTIVI).
       CARICA-SEDUTE.
           move 0 to ws-att-importo.
           move low-value to rsc-chiave.
           start rschede key >= rsc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rschede next no lock at end exit perform end-read
              move rsc-codice to tsc-codice
              read tschede no lock
                   invalid continue
               not invalid
                   move tsc-cliente to ws-att-cliente
                   move rsc-data    to ws-att-data
                   perform REGISTRA-ATTIVITA
              end-read
           end-perform.
           move low-value to rss-chiave.
           start rschede-storico key >= rss-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rschede-storico next no lock
                   at end exit perform
              end-read
              move rss-codice to tss-codice
              read tschede-storico no lock
                   invalid continue
               not invalid
                   move tss-cliente to ws-att-cliente
                   move rss-data    to ws-att-data
                   perform REGISTRA-ATTIVITA
              end-read
           end-perform.

      ***---
       CARICA-DOCUMENTI.
           move low-value to tfa-chiave.
           start tfatture key >= tfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next no lock at end exit perform end-read
              move tfa-cliente     to ws-att-cliente
              move tfa-data-doc    to ws-att-data
              if tfa-rif-corrisp
                 move 0               to ws-att-importo
              else
                 move tfa-importo-sub to ws-att-importo
              end-if
              perform REGISTRA-ATTIVITA
           end-perform.
           move low-value to tco-chiave.
           start tcorrisp key >= tco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tcorrisp next no lock at end exit perform end-read
              move tco-cliente     to ws-att-cliente
              move tco-data-doc    to ws-att-data
              move tco-importo-sub to ws-att-importo
              perform REGISTRA-ATTIVITA
           end-perform.
      * LE NOTE DI CREDITO TOLGONO FATTURATO MA NON SONO ATTIVITA'
           move low-value to tno-chiave.
           start tnotacr key >= tno-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tnotacr next no lock at end exit perform end-read
              move tno-cliente to ws-att-cliente
              move tno-data-doc to ws-att-data
              compute ws-att-importo = 0 - tno-importo-sub
              perform REGISTRA-FATTURATO
           end-perform.

      ***---
       REGISTRA-ATTIVITA.
           perform CERCA-CLIENTE.
           if not trovato or ws-att-data = 0
              exit paragraph
           end-if.
           if ws-cli-prima(ws-cidx) = 0 or
              ws-att-data < ws-cli-prima(ws-cidx)
              move ws-att-data to ws-cli-prima(ws-cidx)
           end-if.
           if ws-att-data > ws-cli-ultima(ws-cidx)
              move ws-att-data to ws-cli-ultima(ws-cidx)
           end-if.
           perform ACCUMULA-FATTURATO.

      ***---
       REGISTRA-FATTURATO.
           perform CERCA-CLIENTE.
           if trovato
              perform ACCUMULA-FATTURATO
           end-if.

      ***---
       ACCUMULA-FATTURATO.
           add ws-att-importo to ws-cli-fatturato(ws-cidx).
           if ws-att-data >= ws-data-12-mesi and
              ws-att-data <= ws-data-corrente
              add ws-att-importo to ws-cli-fatt-12(ws-cidx)
           end-if.

      ***---
       CERCA-CLIENTE.
           set trovato to false.
           if ws-att-cliente = spaces
              exit paragraph
           end-if.
           search all ws-cli
              at end continue
              when ws-cli-codice(ws-cidx) = ws-att-cliente
                   set trovato to true
           end-search.

      ***---
       COSTRUISCI-COORTI.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > ws-num-cli
              if ws-cli-prima(ws-cidx) not = 0           and
                 ws-cli-prima(ws-cidx) >= ws-data-da     and
                 ws-cli-prima(ws-cidx) <= ws-data-a
                 perform ACCUMULA-COORTE
              end-if
           end-perform.

      ***---
      * UN CLIENTE E' MISURABILE A N MESI SE DALL'ACQUISIZIONE SONO
      * PASSATI N MESI; E' ATTIVO SE HA ATTIVITA' DA QUELLA DATA IN
      * POI.
       ACCUMULA-COORTE.
           set trovato to false.
           perform varying ws-kidx from 1 by 1
                     until ws-kidx > ws-num-coorti
              if ws-coo-mese(ws-kidx) = ws-cli-prima(ws-cidx)(1:6)
                 and ws-coo-gruppo(ws-kidx) = ws-cli-gruppo(ws-cidx)
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato
              if ws-num-coorti >= ws-max-coorti
                 set ws-tabella-piena to true
                 exit paragraph
              end-if
              add 1 to ws-num-coorti
              set ws-kidx to ws-num-coorti
              initialize ws-coo(ws-kidx)
              move ws-cli-prima(ws-cidx)(1:6) to ws-coo-mese(ws-kidx)
              move ws-cli-gruppo(ws-cidx)     to ws-coo-gruppo(ws-kidx)
           end-if.
           add 1 to ws-coo-clienti(ws-kidx) ws-tot-clienti.
           add ws-cli-fatturato(ws-cidx) to ws-coo-fatturato(ws-kidx)
                                            ws-tot-fatturato.
           perform varying ws-sidx from 1 by 1 until ws-sidx > 3
              move ws-cli-prima(ws-cidx)     to ws-dm-data
              move ws-scadenza-mesi(ws-sidx) to ws-dm-mesi
              perform CALCOLA-DATA-PIU-MESI
              if ws-dm-risultato <= ws-data-corrente
                 add 1 to ws-coo-misurabili(ws-kidx, ws-sidx)
                          ws-tot-misurabili(ws-sidx)
                 if ws-cli-ultima(ws-cidx) >= ws-dm-risultato
                    add 1 to ws-coo-attivi(ws-kidx, ws-sidx)
                             ws-tot-attivi(ws-sidx)
                 end-if
              end-if
           end-perform.

      ***---
      * STESSO GIORNO N MESI DOPO: UN 31 CHE CADE IN UN MESE PIU'
      * CORTO VA BENE COSI', LA DATA SERVE SOLO PER I CONFRONTI.
       CALCOLA-DATA-PIU-MESI.
           move ws-dm-data(1:4) to ws-dm-anno.
           move ws-dm-data(5:2) to ws-dm-mese.
           compute ws-dm-totale =
                   (ws-dm-anno * 12) + ws-dm-mese - 1 + ws-dm-mesi.
           divide ws-dm-totale by 12 giving ws-dm-anno
                                 remainder ws-dm-mese.
           add 1 to ws-dm-mese.
           move ws-dm-data      to ws-dm-risultato.
           move ws-dm-anno      to ws-dm-risultato(1:4).
           move ws-dm-mese      to ws-dm-risultato(5:2).

      ***---
      * ORDINAMENTO A BOLLE PER MESE E GRUPPO (POCHE CENTINAIA DI
      * COORTI, VA BENE UN CONFRONTO A COPPIE)
       ORDINA-COORTI.
           if ws-num-coorti > 1
              compute ws-fine-i = ws-num-coorti - 1
              perform varying ws-i from 1 by 1 until ws-i > ws-fine-i
                 perform varying ws-j from 1 by 1
                           until ws-j > ws-num-coorti - ws-i
                    if ws-coo-mese(ws-j) > ws-coo-mese(ws-j + 1) or
                       (ws-coo-mese(ws-j) = ws-coo-mese(ws-j + 1) and
                        ws-coo-gruppo(ws-j) > ws-coo-gruppo(ws-j + 1))
                       perform SCAMBIA-COORTI
                    end-if
                 end-perform
              end-perform
           end-if.

      ***---
       SCAMBIA-COORTI.
           move ws-coo(ws-j)     to ws-coo-temp.
           move ws-coo(ws-j + 1) to ws-coo(ws-j).
           move ws-coo-temp      to ws-coo(ws-j + 1).

      ***---
      * I CLIENTI CON FATTURATO NEGLI ULTIMI 12 MESI, DAL PIU' ALTO:
      * SI ACCUMULA FINCHE' IL CUMULATO PRIMA DEL CLIENTE NON SUPERA
      * LA SOGLIA, COSI' IL CLIENTE CHE LA ATTRAVERSA E' ANCORA DELLA
      * CLASSE PIU' ALTA. CHI NON HA FATTURATO RESTA "C".
       CLASSIFICA-ABC.
           move 0 to ws-abc-totale.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > ws-num-cli
              if ws-cli-fatt-12(ws-cidx) > 0
                 add 1 to ws-num-abc
                 set ws-abc-posizione(ws-num-abc) to ws-cidx
                 move ws-cli-fatt-12(ws-cidx)
                   to ws-abc-fatturato(ws-num-abc)
                 add ws-cli-fatt-12(ws-cidx) to ws-abc-totale
              end-if
           end-perform.
           perform ORDINA-ABC.
           move 0 to ws-abc-cumulato.
           perform varying ws-i from 1 by 1 until ws-i > ws-num-abc
              compute ws-abc-quota rounded =
                      ws-abc-cumulato * 100 / ws-abc-totale
              set ws-cidx to ws-abc-posizione(ws-i)
              evaluate true
              when ws-abc-quota < 78-soglia-a
                   move "A" to ws-cli-classe(ws-cidx)
              when ws-abc-quota < 78-soglia-b
                   move "B" to ws-cli-classe(ws-cidx)
              when other
                   move "C" to ws-cli-classe(ws-cidx)
              end-evaluate
              add ws-abc-fatturato(ws-i) to ws-abc-cumulato
           end-perform.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > ws-num-cli
              perform AGGIORNA-CLASSE-CLIENTE
           end-perform.

      ***---
      * ORDINAMENTO A BOLLE PER FATTURATO DECRESCENTE, COME
      * ST-CLI360; SI ORDINANO SOLO I CLIENTI CON FATTURATO.
       ORDINA-ABC.
           if ws-num-abc > 1
              compute ws-fine-i = ws-num-abc - 1
              perform varying ws-i from 1 by 1 until ws-i > ws-fine-i
                 perform varying ws-j from 1 by 1
                           until ws-j > ws-num-abc - ws-i
                    if ws-abc-fatturato(ws-j) <
                       ws-abc-fatturato(ws-j + 1)
                       perform SCAMBIA-ABC
                    end-if
                 end-perform
              end-perform
           end-if.

      ***---
       SCAMBIA-ABC.
           move ws-abc(ws-j)     to ws-abc-temp.
           move ws-abc(ws-j + 1) to ws-abc(ws-j).
           move ws-abc-temp      to ws-abc(ws-j + 1).

      ***---
       AGGIORNA-CLASSE-CLIENTE.
           evaluate ws-cli-classe(ws-cidx)
           when "A" move 1 to ws-cla-idx
           when "B" move 2 to ws-cla-idx
           when other move 3 to ws-cla-idx
           end-evaluate.
           add 1 to ws-cla-clienti(ws-cla-idx).
           add ws-cli-fatt-12(ws-cidx) to ws-cla-fatturato(ws-cla-idx).
           move ws-cli-codice(ws-cidx) to cli-codice.
           read clienti
                invalid exit paragraph
           end-read.
           move cli-classe-abc          to ws-classe-prec.
           move ws-cli-classe(ws-cidx)  to cli-classe-abc.
           move ws-data-corrente        to cli-data-classe-abc.
           rewrite rec-clienti
                   invalid continue
               not invalid
                   if cli-classe-abc not = ws-classe-prec
                      add 1 to ws-num-cambi
                      perform AUDIT-CLASSE
                   end-if
           end-rewrite.

      ***---
       AUDIT-CLASSE.
           initialize auditlog-link.
           move "ST-COORTI"             to aul-programma.
           move "CLIENTI"               to aul-file-dati.
           set aul-modifica             to true.
           move cli-codice              to aul-chiave-record.
           move "CLI-CLASSE-ABC"        to aul-campo.
           move ws-classe-prec          to aul-valore-precedente.
           move cli-classe-abc          to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       STAMPA-PROSPETTO.
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
                 perform INTESTAZIONE
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.

           if tutto-ok-stampa
              if link-rapporto
                 perform varying ws-kidx from 1 by 1
                           until ws-kidx > ws-num-coorti
                    move ws-coo(ws-kidx) to ws-coo-temp
                    move Calibri10 to spl-hfont
                    perform STAMPA-RIGA-COORTE
                 end-perform
                 if ws-tot-clienti > 0
                    move ws-coo-totale to ws-coo-temp
                    move Calibri12B to spl-hfont
                    perform STAMPA-RIGA-COORTE
                 end-if
              else
                 perform STAMPA-CLASSI
              end-if
              if ws-tabella-piena
                 move "ATTENZIONE: TABELLE PIENE, PROSPETTO PARZIALE."
                   to r-riga
                 move Calibri12B to spl-hfont
                 perform SCRIVI-RIGA
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
      * LA RIGA DEL TOTALE HA IL MESE A ZERO.
       STAMPA-RIGA-COORTE.
           move spaces to r-riga-coorte.
           if ws-ct-mese = 0
              move "TOTALE" to r-mese
           else
              string ws-ct-mese(5:2) delimited size
                     "/"             delimited size
                     ws-ct-mese(1:4) delimited size
                into r-mese
              end-string
              move ws-ct-gruppo to r-gruppo
           end-if.
           move ws-ct-clienti to r-clienti.
           perform varying ws-sidx from 1 by 1 until ws-sidx > 3
              if ws-ct-misurabili(ws-sidx) = 0
                 move "   n.d." to r-perc(ws-sidx)
              else
                 compute ws-perc rounded =
                         ws-ct-attivi(ws-sidx) * 100 /
                         ws-ct-misurabili(ws-sidx)
                 move ws-perc    to ws-perc-ed
                 move spaces     to r-perc(ws-sidx)
                 string "  "       delimited size
                        ws-perc-ed delimited size
                        "%"        delimited size
                   into r-perc(ws-sidx)
                 end-string
              end-if
           end-perform.
           compute r-fatt-medio rounded =
                   ws-ct-fatturato / ws-ct-clienti.
           move r-riga-coorte to r-riga.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-CLASSI.
           move 0 to ws-abc-totale.
           perform varying ws-cla-idx from 1 by 1 until ws-cla-idx > 3
              add ws-cla-fatturato(ws-cla-idx) to ws-abc-totale
           end-perform.
           perform varying ws-cla-idx from 1 by 1 until ws-cla-idx > 3
              move spaces to r-riga-classe
              evaluate ws-cla-idx
              when 1 move "CLASSE A" to r-classe
              when 2 move "CLASSE B" to r-classe
              when 3 move "CLASSE C" to r-classe
              end-evaluate
              move ws-cla-clienti(ws-cla-idx)   to r-cla-clienti
              move ws-cla-fatturato(ws-cla-idx) to r-cla-fatturato
              if ws-abc-totale > 0
                 compute ws-perc rounded =
                         ws-cla-fatturato(ws-cla-idx) * 100 /
                         ws-abc-totale
              else
                 move 0 to ws-perc
              end-if
              move ws-perc to r-cla-quota
              move "%"     to r-riga-classe(45:1)
              move r-riga-classe to r-riga
              move Calibri10 to spl-hfont
              perform SCRIVI-RIGA
           end-perform.
           move spaces to r-riga.
           move ws-num-cambi to ws-num-cambi-z.
           string "Classi cambiate rispetto alla volta precedente: "
                                delimited size
                  ws-num-cambi-z delimited size
             into r-riga
           end-string.
           move Calibri12B to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           if link-rapporto
              move "Fidelizzazione per coorti di acquisizione"
                to spl-riga-stampa
           else
              move "Classificazione ABC dei clienti"
                to spl-riga-stampa
           end-if.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           if link-rapporto
              move ws-data-da to ws-data-rif
              perform EDITA-DATA
              move ws-data-ed to ws-data-da-ed
              move ws-data-a  to ws-data-rif
              perform EDITA-DATA
              move ws-data-ed to ws-data-a-ed
              string "Acquisiti dal "  delimited size
                     ws-data-da-ed     delimited size
                     " al "            delimited size
                     ws-data-a-ed      delimited size
                     " - MESE    GRUPPO               CLIENTI"
                                       delimited size
                     "   A 3 MESI A 6 MESI A 12 MESI"
                                       delimited size
                     "  FATT. MEDIO"   delimited size
                into spl-riga-stampa
              end-string
           else
              move ws-data-12-mesi  to ws-data-rif
              perform EDITA-DATA
              move ws-data-ed to ws-data-da-ed
              string "Fatturato dal "  delimited size
                     ws-data-da-ed     delimited size
                     " - CLASSE      CLIENTI       FATTURATO"
                                       delimited size
                     "      QUOTA"     delimited size
                into spl-riga-stampa
              end-string
           end-if.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

      ***---
       EDITA-DATA.
           initialize ws-data-ed.
           if ws-data-rif = 0
              move "inizio" to ws-data-ed
              exit paragraph
           end-if.
           string ws-data-rif(7:2) delimited size
                  "/"              delimited size
                  ws-data-rif(5:2) delimited size
                  "/"              delimited size
                  ws-data-rif(1:4) delimited size
             into ws-data-ed
           end-string.

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
           move "ST-COORTI"       to ell-programma.
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
           close clienti rschede tschede rschede-storico
                 tschede-storico tfatture tcorrisp tnotacr param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
