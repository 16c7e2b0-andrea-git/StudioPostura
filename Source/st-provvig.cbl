      *         DI RIFERIMENTO COMPARE IN TNO-FATT-RIF): ESCLUSE
      *       IL RISULTATO FINISCE SUL REGISTRO LIQUIDAZIONI E IL
      *       PROSPETTO PER OPERATORE ESCE SUL TABULATO; UN MESE
      *       GIA' PAGATO NON SI RICALCOLA. NELLO STESSO GIRO SI
      *       SOMMANO I CHILOMETRI DELLE SEDUTE A DOMICILIO ESEGUITE
      *       NEL MESE (APPUNTAMENTI) CON IL RIMBORSO A TARIFFA
      *       PRM-RIMBORSO-KM: SONO IL RIEPILOGO CHILOMETRICO DEL
      *       PROSPETTO E VANNO SULLA LIQUIDAZIONE ACCANTO ALLE
      *       PROVVIGIONI, SENZA SOMMARSI A ESSE
      *   "P" MARCA PAGATA LA LIQUIDAZIONE DI OPERATORE+MESE:
      *       DA LI' IN POI LA STORIA E' SIGILLATA
      ******************************************************************
           copy "tnotacr.sl".
           copy "operatori.sl".
           copy "param.sl".
           copy "appuntamenti.sl".

      *****************************************************************
       DATA DIVISION.
           copy "tnotacr.fd".
           copy "operatori.fd".
           copy "param.fd".
           copy "appuntamenti.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tariffeop      pic xx.
       77  status-liquidazioni   pic xx.
       77  status-tnotacr        pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.
       77  status-appuntamenti   pic xx.

       77  ws-font-idx           pic 9.

              10 ws-ope-codice        pic x(10).
              10 ws-ope-sedute        pic 9(5).
              10 ws-ope-importo       pic s9(9)v99.
              10 ws-ope-km            pic 9(5)v9.
              10 ws-ope-rimborso      pic s9(7)v99.
       77  ws-num-operatori      pic 9(2) value 0.

      * SEDUTA IN VALORIZZAZIONE
       77  ws-sed-doc-anno       pic 9(4).
       77  ws-sed-doc-numero     pic 9(6).
       77  ws-compenso           pic s9(7)v99.
       77  ws-rimborso-km        pic 9(2)v9(4) value 0.
       77  ws-data-inizio-mese   pic 9(8).

       77  ws-data-corrente      pic 9(8).
       77  ws-num-liquidate      pic 9(2) value 0.
           05 r-importo          PIC --.---.--9,99.
           05 filler             pic x(2).
           05 r-stato            pic x(14).
           05 r-km               pic zz.zz9,9.
           05 filler             pic x(2).
           05 r-rimborso         pic ---.--9,99.

      * FLAGS
       77  controlli             pic xx.
              open i-o    liquidazioni
           end-if.
           open input rschede rschede-storico tnotacr operatori
                      param appuntamenti.

      ***---
       SCRIVI-TARIFFA.
           perform CARICA-FATTURE-STORNATE.
           perform VALORIZZA-RSCHEDE.
           perform VALORIZZA-RSCHEDE-STORICO.
           perform SOMMA-CHILOMETRI.
           perform REGISTRA-LIQUIDAZIONI.
           perform STAMPA-PROSPETTO.

              end-read
           end-if.

      ***---
      * SEDUTE A DOMICILIO ESEGUITE NEL MESE: I CHILOMETRI DEL
      * TRASFERIMENTO STIMATI ALLA PRENOTAZIONE, PER OPERATORE. LA
      * TARIFFA AL CHILOMETRO E' QUELLA DELLO STUDIO PRINCIPALE.
       SOMMA-CHILOMETRI.
           move spaces to prm-chiave.
           read param no lock
                invalid move 0 to prm-rimborso-km
           end-read.
           move prm-rimborso-km to ws-rimborso-km.
           move link-anno to ws-data-inizio-mese(1:4).
           move link-mese to ws-data-inizio-mese(5:2).
           move 1         to ws-data-inizio-mese(7:2).
           move low-value           to app-chiave.
           move ws-data-inizio-mese to app-data.
           start appuntamenti key >= app-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-data(1:6) not = ws-data-inizio-mese(1:6)
                 exit perform
              end-if
              if app-a-domicilio and app-eseguito and
                 app-operatore not = spaces and app-km not = 0
                 move app-operatore to ws-sed-operatore
                 perform CERCA-OPERATORE-TABELLA
                 if trovato
                    add app-km to ws-ope-km(ws-oidx)
                 end-if
              end-if
           end-perform.
           perform varying ws-oidx from 1 by 1
                     until ws-oidx > ws-num-operatori
              compute ws-ope-rimborso(ws-oidx) rounded =
                      ws-ope-km(ws-oidx) * ws-rimborso-km
           end-perform.

      ***---
       ACCUMULA-OPERATORE.
           perform CERCA-OPERATORE-TABELLA.
           if not trovato
              exit paragraph
           end-if.
           add 1           to ws-ope-sedute(ws-oidx).
           add ws-compenso to ws-ope-importo(ws-oidx).

      ***---
      * POSIZIONA WS-OIDX SULL'OPERATORE DELLA SEDUTA, AGGIUNGENDOLO
      * IN TABELLA SE MANCA; A TABELLA PIENA TROVATO RESTA SPENTO.
       CERCA-OPERATORE-TABELLA.
           set trovato to false.
           perform varying ws-oidx from 1 by 1
                     until ws-oidx > ws-num-operatori
              move ws-sed-operatore to ws-ope-codice(ws-oidx)
              move 0 to ws-ope-sedute(ws-oidx)
              move 0 to ws-ope-importo(ws-oidx)
              move 0 to ws-ope-km(ws-oidx)
              move 0 to ws-ope-rimborso(ws-oidx)
              set trovato to true
           end-if.

      ***---
       REGISTRA-LIQUIDAZIONI.
              if not liqo-pagata
                 move ws-ope-sedute(ws-oidx)  to liqo-num-sedute
                 move ws-ope-importo(ws-oidx) to liqo-importo
                 move ws-ope-km(ws-oidx)      to liqo-km
                 move ws-ope-rimborso(ws-oidx) to liqo-rimborso-km
                 set  liqo-calcolata          to true
                 move ws-data-corrente        to liqo-data-calcolo
                 rewrite rec-liquidazioni
           move ws-ope-codice(ws-oidx)  to r-operatore.
           move ws-ope-sedute(ws-oidx)  to r-sedute.
           move ws-ope-importo(ws-oidx) to r-importo.
           move ws-ope-km(ws-oidx)      to r-km.
           move ws-ope-rimborso(ws-oidx) to r-rimborso.
           move ws-ope-codice(ws-oidx)  to liqo-operatore.
           move link-anno               to liqo-anno.
           move link-mese               to liqo-mese.
                  link-anno  delimited size
                  " - OPERATORE   SEDUTE    IMPORTO MATURATO"
                             delimited size
                  "                     KM   RIMBORSO KM"
                             delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           display message messaggio.

           initialize errlog-link.
           move "ST-PROVVIG"      to ell-programma.
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
           close tariffeop liquidazioni rschede rschede-storico
                 tnotacr operatori param appuntamenti.

      ***---
       EXIT-PGM.
