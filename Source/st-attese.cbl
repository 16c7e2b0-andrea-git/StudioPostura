       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-attese.
       AUTHOR.                          Andrea.
      ******************************************************************
      * TEMPI DI ACCESSO E PUNTUALITA': SUGLI APPUNTAMENTI FRA
      * LINK-DATA-DA E LINK-DATA-A (DA ZERO = INIZIO DEL MESE DI
      * LINK-DATA-A, A ZERO = OGGI), ESCLUSI I DISDETTI E I SEGNAPOSTO
      * DEI CORSI, UNA RIGA PER SEDE, OPERATORE E FASCIA ORARIA (L'ORA
      * DELL'APPUNTAMENTO) CON:
      *   - I GIORNI MEDI DI ATTESA PER IL PRIMO APPUNTAMENTO DEL
      *     CLIENTE (IL PRIMO NON DISDETTO IN ASSOLUTO), DALLA DATA
      *     DELLA RICHIESTA (APP-DATA-RICHIESTA; SULLE RIGHE PIU'
      *     VECCHIE LA DATA DI CREAZIONE DELL'UID)
      *   - IL RITARDO MEDIO DEI CLIENTI ARRIVATI (ORA DI CHECK-IN
      *     CONTRO ORA PREVISTA; CHI ARRIVA IN ANTICIPO CONTA ZERO)
      *   - L'ATTESA MEDIA IN SALA (DAL CHECK-IN ALLA CHIAMATA DEL
      *     TERAPISTA DA ST-SALATTESA)
      *   - LE SEDUTE INIZIATE OLTRE 10 MINUTI DOPO L'ORA PREVISTA
      * LA SEDE E' QUELLA DELLA STANZA PRENOTATA, IN MANCANZA QUELLA
      * DEL CLIENTE, COME PER IL TURNO IN ST-APPINSER. SUBTOTALE PER
      * SEDE E TOTALE GENERALE; LE MEDIE SONO SUI SOLI APPUNTAMENTI
      * CHE HANNO IL DATO ("N.D." SE NESSUNO).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "appuntamenti.sl".
           copy "clienti.sl".
           copy "stanze.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "appuntamenti.fd".
           copy "clienti.fd".
           copy "stanze.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.
       77  status-stanze         pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Tempi di Attesa".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-soglia-ritardo     value 10.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.
       77  filler                pic 9.
           88 ws-tabella-piena   value 1 false 0.

      * UNA RIGA PER CLIENTE, CARICATA IN ORDINE DI CODICE DA CLIENTI
      * (LE POSIZIONI NON USATE RESTANO AD ALTI VALORI PER LA RICERCA
      * BINARIA): LA SEDE E LA DATA DEL PRIMO APPUNTAMENTO INCONTRATO
       78  ws-max-cli            value 10000.
       01  ws-cli-tab.
           05 ws-cli             occurs 10000 times
                                 ascending key ws-cli-codice
                                 indexed by ws-cidx.
              10 ws-cli-codice        pic x(6).
              10 ws-cli-studio        pic x(4).
              10 ws-cli-primo         pic 9(8).
       77  ws-num-cli            pic 9(5) value 0.

      * GRUPPI SEDE/OPERATORE/FASCIA ORARIA
       78  ws-max-gruppi         value 500.
       01  ws-grp-tab.
           05 ws-grp             occurs 500 times indexed by ws-gidx.
              10 ws-grp-chiave.
                 15 ws-grp-studio     pic x(4).
                 15 ws-grp-operatore  pic x(10).
                 15 ws-grp-fascia     pic 9(2).
              10 ws-grp-sedute        pic 9(5).
              10 ws-grp-primi         pic 9(5).
              10 ws-grp-giorni        pic 9(7).
              10 ws-grp-arrivati      pic 9(5).
              10 ws-grp-ritardo       pic 9(7).
              10 ws-grp-chiamati      pic 9(5).
              10 ws-grp-attesa        pic 9(7).
              10 ws-grp-iniziate      pic 9(5).
              10 ws-grp-oltre         pic 9(5).
       77  ws-num-gruppi         pic 9(3) value 0.

      * APPOGGIO PER SCAMBI E STAMPA, SUBTOTALE DI SEDE E TOTALE
      * GENERALE, STESSO TRACCIATO
       01  ws-grp-temp.
           05 ws-gt-chiave.
              10 ws-gt-studio         pic x(4).
              10 ws-gt-operatore      pic x(10).
              10 ws-gt-fascia         pic 9(2).
           05 ws-gt-sedute            pic 9(5).
           05 ws-gt-primi             pic 9(5).
           05 ws-gt-giorni            pic 9(7).
           05 ws-gt-arrivati          pic 9(5).
           05 ws-gt-ritardo           pic 9(7).
           05 ws-gt-chiamati          pic 9(5).
           05 ws-gt-attesa            pic 9(7).
           05 ws-gt-iniziate          pic 9(5).
           05 ws-gt-oltre             pic 9(5).
       01  ws-grp-sede.
           05 ws-gs-chiave.
              10 ws-gs-studio         pic x(4).
              10 ws-gs-operatore      pic x(10).
              10 ws-gs-fascia         pic 9(2).
           05 ws-gs-sedute            pic 9(5).
           05 ws-gs-primi             pic 9(5).
           05 ws-gs-giorni            pic 9(7).
           05 ws-gs-arrivati          pic 9(5).
           05 ws-gs-ritardo           pic 9(7).
           05 ws-gs-chiamati          pic 9(5).
           05 ws-gs-attesa            pic 9(7).
           05 ws-gs-iniziate          pic 9(5).
           05 ws-gs-oltre             pic 9(5).
       01  ws-grp-totale.
           05 ws-tot-chiave.
              10 ws-tot-studio        pic x(4).
              10 ws-tot-operatore     pic x(10).
              10 ws-tot-fascia        pic 9(2).
           05 ws-tot-sedute           pic 9(5).
           05 ws-tot-primi            pic 9(5).
           05 ws-tot-giorni           pic 9(7).
           05 ws-tot-arrivati         pic 9(5).
           05 ws-tot-ritardo          pic 9(7).
           05 ws-tot-chiamati         pic 9(5).
           05 ws-tot-attesa           pic 9(7).
           05 ws-tot-iniziate         pic 9(5).
           05 ws-tot-oltre            pic 9(5).
       77  ws-i                  pic 9(3).
       77  ws-j                  pic 9(3).
       77  ws-fine-i             pic 9(3).

      * APPUNTAMENTO IN LAVORAZIONE
       01  ws-app-chiave.
           05 ws-app-studio          pic x(4).
           05 ws-app-operatore       pic x(10).
           05 ws-app-fascia          pic 9(2).
       77  ws-data-richiesta     pic 9(8).
       77  ws-giorni-attesa      pic 9(7).
       77  ws-ora-hhmm           pic 9(4).
       77  ws-minuti             pic 9(5).
       77  ws-ora-hh             pic 9(2).
       77  ws-ora-mm             pic 9(2).
       77  ws-minuti-app         pic 9(5).
       77  ws-minuti-arrivo      pic 9(5).
       77  ws-minuti-inizio      pic 9(5).
       77  ws-seriale-app        pic 9(9).
       77  filler                pic 9.
           88 primo-appuntamento value 1 false 0.

      * CONVERSIONE DATE SUL CALENDARIO VERO (COME ST-SCADGEN)
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

       77  ws-cal-data           pic 9(8).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-seriale        pic 9(9).
       77  ws-cal-bisestili      pic 9(9).
       77  ws-cal-anno-rif       pic 9(4).
       77  ws-cal-quarti         pic 9(9).
       77  ws-cal-centesimi      pic 9(9).
       77  ws-cal-quattrocent    pic 9(9).
       77  ws-cal-bis-quoz       pic 9(9).
       77  ws-cal-bis-resto      pic 9(9).
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

      * PERIODO
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).
       77  ws-data-corrente      pic 9(8).
       77  ws-data-ed            pic x(10).
       77  ws-data-da-ed         pic x(10).
       77  ws-data-a-ed          pic x(10).
       77  ws-data-rif           pic 9(8).
       77  ws-media              pic 9(5)v9.
       77  ws-media-ed           pic zzzz9,9.
       77  ws-perc               pic 9(3)v9.
       77  ws-perc-ed            pic zz9,9.
       77  messaggio             pic x(200) value spaces.

      * RIGHE PER LA STAMPA
       01  r-riga                pic x(100).
       01  r-riga-gruppo.
           05 r-studio           pic x(6).
           05 r-operatore        pic x(11).
           05 r-fascia           pic x(13).
           05 r-sedute           pic zzzz9.
           05 filler             pic x(2).
           05 r-primi            pic zzzz9.
           05 r-giorni           pic x(9).
           05 filler             pic x(1).
           05 r-ritardo          pic x(9).
           05 filler             pic x(1).
           05 r-attesa           pic x(9).
           05 filler             pic x(2).
           05 r-oltre            pic zzzz9.
           05 r-oltre-perc       pic x(9).

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
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform CARICA-CLIENTI
              perform ELABORA-APPUNTAMENTI
              perform ORDINA-GRUPPI
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
           move 0 to ws-num-cli ws-num-gruppi.
           move high-values to ws-cli-tab.
           initialize ws-grp-totale.
           accept ws-data-corrente from century-date.
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da = 0
              move ws-data-a to ws-data-da
              move 01        to ws-data-da(7:2)
           end-if.
           if ws-data-da > ws-data-a
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open input appuntamenti clienti stanze param.

      ***---
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
              move cli-studio to ws-cli-studio(ws-num-cli)
              move 0          to ws-cli-primo(ws-num-cli)
           end-perform.

      ***---
      * SI PARTE DAL PRIMO APPUNTAMENTO IN ARCHIVIO: QUELLI PRIMA DEL
      * PERIODO SERVONO SOLO A SAPERE SE IL CLIENTE ERA GIA' VENUTO.
       ELABORA-APPUNTAMENTI.
           move low-value to app-chiave.
           start appuntamenti key >= app-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-data > ws-data-a
                 exit perform
              end-if
              if app-cliente not = spaces and not app-disdetto
                 perform VALUTA-APPUNTAMENTO
              end-if
           end-perform.

      ***---
       VALUTA-APPUNTAMENTO.
           set primo-appuntamento to false.
           set trovato to false.
           search all ws-cli
              at end continue
              when ws-cli-codice(ws-cidx) = app-cliente
                   set trovato to true
           end-search.
           if trovato
              if ws-cli-primo(ws-cidx) = 0
                 move app-data to ws-cli-primo(ws-cidx)
                 set primo-appuntamento to true
              end-if
           end-if.
           if app-data < ws-data-da
              exit paragraph
           end-if.

           move spaces to ws-app-studio.
           if trovato
              move ws-cli-studio(ws-cidx) to ws-app-studio
           end-if.
           if app-stanza not = spaces
              move app-stanza to sta-codice
              read stanze no lock
                   invalid move spaces to sta-studio
              end-read
              if sta-studio not = spaces
                 move sta-studio to ws-app-studio
              end-if
           end-if.
           move app-operatore to ws-app-operatore.
           move app-ora(1:2)  to ws-app-fascia.
           perform CERCA-GRUPPO.
           if not trovato
              exit paragraph
           end-if.

           add 1 to ws-grp-sedute(ws-gidx).
           if primo-appuntamento
              perform CALCOLA-ATTESA-PRIMO
           end-if.
           perform ACCUMULA-PUNTUALITA.

      ***---
       CERCA-GRUPPO.
           set trovato to false.
           perform varying ws-gidx from 1 by 1
                     until ws-gidx > ws-num-gruppi
              if ws-grp-chiave(ws-gidx) = ws-app-chiave
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if trovato
              exit paragraph
           end-if.
           if ws-num-gruppi >= ws-max-gruppi
              set ws-tabella-piena to true
              exit paragraph
           end-if.
           add 1 to ws-num-gruppi.
           set ws-gidx to ws-num-gruppi.
           initialize ws-grp(ws-gidx).
           move ws-app-chiave to ws-grp-chiave(ws-gidx).
           set trovato to true.

      ***---
      * SENZA DATA DI RICHIESTA (NE' UID) IL PRIMO APPUNTAMENTO NON
      * ENTRA NELLA MEDIA DEI GIORNI DI ATTESA.
       CALCOLA-ATTESA-PRIMO.
           move app-data-richiesta to ws-data-richiesta.
           if ws-data-richiesta = 0 and
              app-uid-creazione is numeric
              move app-uid-creazione(1:8) to ws-data-richiesta
           end-if.
           if ws-data-richiesta = 0 or ws-data-richiesta > app-data
              exit paragraph
           end-if.
           move app-data to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move ws-cal-seriale to ws-seriale-app.
           move ws-data-richiesta to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           compute ws-giorni-attesa = ws-seriale-app - ws-cal-seriale.
           add 1                to ws-grp-primi(ws-gidx).
           add ws-giorni-attesa to ws-grp-giorni(ws-gidx).

      ***---
      * RITARDO E ATTESA IN MINUTI; UN ANTICIPO CONTA ZERO.
       ACCUMULA-PUNTUALITA.
           move app-ora to ws-ora-hhmm.
           perform MINUTI-DA-ORA.
           move ws-minuti to ws-minuti-app.
           if app-ora-arrivo not = 0
              move app-ora-arrivo to ws-ora-hhmm
              perform MINUTI-DA-ORA
              move ws-minuti to ws-minuti-arrivo
              add 1 to ws-grp-arrivati(ws-gidx)
              if ws-minuti-arrivo > ws-minuti-app
                 compute ws-grp-ritardo(ws-gidx) =
                         ws-grp-ritardo(ws-gidx) +
                         ws-minuti-arrivo - ws-minuti-app
              end-if
           end-if.
           if app-ora-inizio = 0
              exit paragraph
           end-if.
           move app-ora-inizio to ws-ora-hhmm.
           perform MINUTI-DA-ORA.
           move ws-minuti to ws-minuti-inizio.
           add 1 to ws-grp-iniziate(ws-gidx).
           if ws-minuti-inizio > ws-minuti-app + 78-soglia-ritardo
              add 1 to ws-grp-oltre(ws-gidx)
           end-if.
           if app-ora-arrivo not = 0
              add 1 to ws-grp-chiamati(ws-gidx)
              if ws-minuti-inizio > ws-minuti-arrivo
                 compute ws-grp-attesa(ws-gidx) =
                         ws-grp-attesa(ws-gidx) +
                         ws-minuti-inizio - ws-minuti-arrivo
              end-if
           end-if.

      ***---
       MINUTI-DA-ORA.
           move ws-ora-hhmm(1:2) to ws-ora-hh.
           move ws-ora-hhmm(3:2) to ws-ora-mm.
           compute ws-minuti = (ws-ora-hh * 60) + ws-ora-mm.

      ***---
      * ORDINAMENTO A BOLLE PER SEDE, OPERATORE E FASCIA, COME
      * ST-CLI360.
       ORDINA-GRUPPI.
           if ws-num-gruppi > 1
              compute ws-fine-i = ws-num-gruppi - 1
              perform varying ws-i from 1 by 1 until ws-i > ws-fine-i
                 perform varying ws-j from 1 by 1
                           until ws-j > ws-num-gruppi - ws-i
                    if ws-grp-chiave(ws-j) >
                       ws-grp-chiave(ws-j + 1)
                       perform SCAMBIA-GRUPPI
                    end-if
                 end-perform
              end-perform
           end-if.

      ***---
       SCAMBIA-GRUPPI.
           move ws-grp(ws-j)     to ws-grp-temp.
           move ws-grp(ws-j + 1) to ws-grp(ws-j).
           move ws-grp-temp      to ws-grp(ws-j + 1).

      ***---
      * DA AAAAMMGG (WS-CAL-DATA) AL NUMERO PROGRESSIVO DI GIORNI
      * (WS-CAL-SERIALE) SUL CALENDARIO GREGORIANO, COME ST-SCADGEN.
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
              initialize ws-grp-sede
              perform varying ws-gidx from 1 by 1
                        until ws-gidx > ws-num-gruppi
                 if ws-gidx > 1 and
                    ws-grp-studio(ws-gidx) not = ws-gs-studio
                    perform STAMPA-SUBTOTALE-SEDE
                 end-if
                 move ws-grp(ws-gidx) to ws-grp-temp
                 move ws-gt-studio    to ws-gs-studio
                 perform SOMMA-GRUPPO
                 move Calibri10 to spl-hfont
                 perform STAMPA-RIGA-GRUPPO
              end-perform
              if ws-num-gruppi > 0
                 perform STAMPA-SUBTOTALE-SEDE
                 move ws-grp-totale to ws-grp-temp
                 move "TOTALE"      to ws-gt-studio
                 move Calibri12B    to spl-hfont
                 perform STAMPA-RIGA-GRUPPO
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
       SOMMA-GRUPPO.
           add ws-gt-sedute   to ws-gs-sedute   ws-tot-sedute.
           add ws-gt-primi    to ws-gs-primi    ws-tot-primi.
           add ws-gt-giorni   to ws-gs-giorni   ws-tot-giorni.
           add ws-gt-arrivati to ws-gs-arrivati ws-tot-arrivati.
           add ws-gt-ritardo  to ws-gs-ritardo  ws-tot-ritardo.
           add ws-gt-chiamati to ws-gs-chiamati ws-tot-chiamati.
           add ws-gt-attesa   to ws-gs-attesa   ws-tot-attesa.
           add ws-gt-iniziate to ws-gs-iniziate ws-tot-iniziate.
           add ws-gt-oltre    to ws-gs-oltre    ws-tot-oltre.

      ***---
      * IL SUBTOTALE HA L'OPERATORE "TOT. SEDE" E LA FASCIA A 99.
       STAMPA-SUBTOTALE-SEDE.
           move ws-grp-sede     to ws-grp-temp.
           move "TOT. SEDE"     to ws-gt-operatore.
           move 99              to ws-gt-fascia.
           move Calibri12B      to spl-hfont.
           perform STAMPA-RIGA-GRUPPO.
           initialize ws-grp-sede.

      ***---
       STAMPA-RIGA-GRUPPO.
           move spaces to r-riga-gruppo.
           if ws-gt-studio = spaces
              move "n.d."          to r-studio
           else
              move ws-gt-studio    to r-studio
           end-if.
           if ws-gt-operatore = spaces
              move "n.d."          to r-operatore
           else
              move ws-gt-operatore to r-operatore
           end-if.
           if ws-gt-fascia not = 99
              string ws-gt-fascia  delimited size
                     ":00-"        delimited size
                     ws-gt-fascia  delimited size
                     ":59"         delimited size
                into r-fascia
              end-string
           end-if.
           move ws-gt-sedute to r-sedute.
           move ws-gt-primi  to r-primi.

           move spaces to r-giorni.
           if ws-gt-primi = 0
              move "     n.d." to r-giorni
           else
              compute ws-media rounded = ws-gt-giorni / ws-gt-primi
              move ws-media    to ws-media-ed
              move ws-media-ed to r-giorni(3:7)
           end-if.
           move spaces to r-ritardo.
           if ws-gt-arrivati = 0
              move "     n.d." to r-ritardo
           else
              compute ws-media rounded =
                      ws-gt-ritardo / ws-gt-arrivati
              move ws-media    to ws-media-ed
              move ws-media-ed to r-ritardo(3:7)
           end-if.
           move spaces to r-attesa.
           if ws-gt-chiamati = 0
              move "     n.d." to r-attesa
           else
              compute ws-media rounded =
                      ws-gt-attesa / ws-gt-chiamati
              move ws-media    to ws-media-ed
              move ws-media-ed to r-attesa(3:7)
           end-if.

           move ws-gt-oltre to r-oltre.
           move spaces to r-oltre-perc.
           if ws-gt-iniziate > 0
              compute ws-perc rounded =
                      ws-gt-oltre * 100 / ws-gt-iniziate
              move ws-perc to ws-perc-ed
              string "  "       delimited size
                     ws-perc-ed delimited size
                     "%"        delimited size
                into r-oltre-perc
              end-string
           end-if.
           move r-riga-gruppo to r-riga.
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
           move "Tempi di attesa e puntualita' delle sedute"
             to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           initialize spl-riga-stampa.
           move ws-data-da to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed to ws-data-da-ed.
           move ws-data-a  to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed to ws-data-a-ed.
           string "Dal "             delimited size
                  ws-data-da-ed      delimited size
                  " al "             delimited size
                  ws-data-a-ed       delimited size
                  " - SEDE  OPERATORE  FASCIA       SEDUTE"
                                     delimited size
                  "  PRIMI GG.ATTESA RITARDO' ATTESA SALA'"
                                     delimited size
                  "  OLTRE 10'"      delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

      ***---
       EDITA-DATA.
           initialize ws-data-ed.
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
           move "ST-ATTESE"       to ell-programma.
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
           close appuntamenti clienti stanze param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
