       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-esitirep.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ANALISI DI ESITO DEI TRATTAMENTI: I CICLI FUNZIONANO? PER LE
      * SCHEDE ARCHIVIATE NEL PERIODO (TSCHEDE-STORICO) CHE HANNO UN
      * PIANO DI TRATTAMENTO (PIANO) SI CONFRONTANO LA PRIMA E
      * L'ULTIMA RILEVAZIONE DEL CLIENTE FRA APERTURA E CHIUSURA
      * DEL CICLO (MISURAZIONI): CALO DEL DOLORE, DELLE ASIMMETRIE
      * (SPALLE PIU' BACINO, IN VALORE ASSOLUTO) E DELLA DISTANZA
      * DITA-TERRA IN FLESSIONE. POSITIVO = MIGLIORAMENTO. I CICLI
      * CON MENO DI DUE RILEVAZIONI CONTANO PER LE SEDUTE MA NON PER
      * LE MEDIE DELLE MISURE. IL RISULTATO E' AGGREGATO:
      *   - PER ARTICOLO PREVALENTE DEL CICLO
      *   - PER OPERATORE PREVALENTE DEL CICLO
      *   - PER FASCIA D'ETA' DEL CLIENTE ALL'APERTURA
      * CON LE SEDUTE MEDIE EFFETTUATE (RSCHEDE-STORICO) CONTRO
      * QUELLE PREVISTE DAL PIANO E LA MEDIA DEL QUESTIONARIO DI
      * FINE CICLO (QUESTIONARI, MEDIA DEI CINQUE VOTI). ARTICOLO E
      * OPERATORE PREVALENTI SI CONTANO SULLE SEDUTE COME IN
      * ST-QUESTIONARI.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tschede-storico.sl".
           copy "rschede-storico.sl".
           copy "piano.sl".
           copy "misurazioni.sl".
           copy "questionari.sl".
           copy "clienti.sl".
           copy "articoli.sl".
           copy "operatori.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tschede-storico.fd".
           copy "rschede-storico.fd".
           copy "piano.fd".
           copy "misurazioni.fd".
           copy "questionari.fd".
           copy "clienti.fd".
           copy "articoli.fd".
           copy "operatori.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tschede-storico pic xx.
       77  status-rschede-storico pic xx.
       77  status-piano          pic xx.
       77  status-misurazioni    pic xx.
       77  status-questionari    pic xx.
       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Esito dei trattamenti".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.
       77  filler                pic 9.
           88 con-misure         value 1 false 0.
       77  filler                pic 9.
           88 con-questionario   value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-da            pic 9(8).
       77  ws-data-a             pic 9(8).

      * DATI DEL CICLO IN LAVORAZIONE
       77  ws-sedute-previste    pic 9(5).
       77  ws-sedute-effettuate  pic 9(5).
       77  ws-num-misure         pic 9(3).
       77  ws-prima-dolore       pic 9(2).
       77  ws-prima-asim         pic 9(3)v9.
       77  ws-prima-flessione    pic s9(3)v9.
       77  ws-ultima-dolore      pic 9(2).
       77  ws-ultima-asim        pic 9(3)v9.
       77  ws-ultima-flessione   pic s9(3)v9.
       77  ws-asim-spalle        pic 9(2)v9.
       77  ws-asim-bacino        pic 9(2)v9.
       77  ws-asim               pic 9(3)v9.
       77  ws-media-questionario pic 9(2)v9.
       77  ws-somma-voti         pic 9(3).
       77  ws-voto-idx           pic 9(1).
       77  ws-eta                pic 9(3).
       77  ws-anno-ciclo         pic 9(4).
       77  ws-anno-nascita       pic 9(4).
       77  ws-fascia-eta         pic x(10).

      * ARTICOLO E OPERATORE PREVALENTI (COME ST-QUESTIONARI)
       78  ws-max-conte          value 20.
       01  ws-cop-tab.
           05 ws-cop             occurs 20 times indexed by ws-oidx.
              10 ws-cop-valore        pic x(10).
              10 ws-cop-conta         pic 9(3).
       77  ws-num-cop            pic 9(2) value 0.
       01  ws-car-tab.
           05 ws-car             occurs 20 times indexed by ws-aidx.
              10 ws-car-valore        pic x(6).
              10 ws-car-conta         pic 9(3).
       77  ws-num-car            pic 9(2) value 0.
       77  ws-migliore           pic 9(3).
       77  ws-operatore-prev     pic x(10).
       77  ws-articolo-prev      pic x(6).

      * FASCE D'ETA' (ETA' MASSIMA COMPRESA E DESCRIZIONE)
       01  ws-fasce-valori.
           05 filler pic x(13) value "017MENO DI 18".
           05 filler pic x(13) value "03418-34".
           05 filler pic x(13) value "04935-49".
           05 filler pic x(13) value "06450-64".
           05 filler pic x(13) value "99965 E OLTRE".
       01  filler redefines ws-fasce-valori.
           05 ws-fascia-val      occurs 5 times.
              10 ws-fascia-max        pic 9(3).
              10 ws-fascia-descr      pic x(10).

      * ACCUMULI PER GRUPPO: "A" ARTICOLO, "O" OPERATORE, "E" FASCIA
      * D'ETA', TUTTI NELLA STESSA TABELLA
       78  ws-max-gruppi         value 120.
       01  ws-grp-tab.
           05 ws-grp             occurs 120 times indexed by ws-gidx.
              10 ws-grp-tipo          pic x(1).
              10 ws-grp-valore        pic x(10).
              10 ws-grp-cicli         pic 9(5).
              10 ws-grp-effettuate    pic 9(7).
              10 ws-grp-previste      pic 9(7).
              10 ws-grp-cicli-misure  pic 9(5).
              10 ws-grp-dolore        pic s9(7)v9.
              10 ws-grp-asim          pic s9(7)v9.
              10 ws-grp-flessione     pic s9(7)v9.
              10 ws-grp-questionari   pic 9(5).
              10 ws-grp-soddisfazione pic 9(7)v9.
       77  ws-num-gruppi         pic 9(3) value 0.
       77  ws-grp-tipo-cerca     pic x(1).
       77  ws-grp-valore-cerca   pic x(10).
       77  ws-num-cicli          pic 9(5) value 0.

      * EDITING
       77  ws-num-edit           pic zz.zz9.
       77  ws-data-dply          pic x(10).
       77  ws-data-dply-a        pic x(10).
       77  ws-data-edit          pic 9(8).

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-voce             pic x(30).
           05 r-cicli            pic zzz9.
           05 filler             pic x(3).
           05 r-effettuate       pic zz9,9.
           05 filler             pic x(3).
           05 r-previste         pic zz9,9.
           05 filler             pic x(3).
           05 r-misure           pic zzz9.
           05 filler             pic x(3).
           05 r-dolore           pic -z9,9.
           05 filler             pic x(3).
           05 r-asim             pic -z9,9.
           05 filler             pic x(3).
           05 r-flessione        pic ---9,9.
           05 filler             pic x(3).
           05 r-soddisfazione    pic z9,9.

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
      * PERIODO DI ARCHIVIAZIONE DEI CICLI; DATE A ZERO =
      * DALL'INIZIO / FINO A OGGI
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
              perform ELABORA-CICLI
              perform APRI-STAMPA
              if tutto-ok-stampa
                 move "A" to ws-grp-tipo-cerca
                 perform STAMPA-GRUPPI
                 move "O" to ws-grp-tipo-cerca
                 perform STAMPA-GRUPPI
                 move "E" to ws-grp-tipo-cerca
                 perform STAMPA-GRUPPI
                 set spl-chiusura to true
                 call "spooler" using spooler-link
              end-if
              perform CLOSE-FILES
           end-if.
           if tutto-ok and tutto-ok-stampa
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
           set stampa-aperta   to false.
           move 0 to ws-num-gruppi ws-num-cicli.
           accept ws-data-corrente from century-date.
           move link-data-da to ws-data-da.
           move link-data-a  to ws-data-a.
           if ws-data-a = 0
              move ws-data-corrente to ws-data-a
           end-if.
           if ws-data-da > ws-data-a
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open input tschede-storico rschede-storico clienti
                      articoli operatori param.
           open input piano.
           if status-piano = "35"
              open output piano
              close       piano
              open input  piano
           end-if.
           open input misurazioni.
           if status-misurazioni = "35"
              open output misurazioni
              close       misurazioni
              open input  misurazioni
           end-if.
           open input questionari.
           if status-questionari = "35"
              open output questionari
              close       questionari
              open input  questionari
           end-if.

      ***---
      * LO STORICO NON HA UNA CHIAVE SULLA DATA DI ARCHIVIO: SI
      * SCORRE TUTTO, LE SCHEDE DI UNO STUDIO SONO POCHE MIGLIAIA.
       ELABORA-CICLI.
           move low-value to tss-codice.
           start tschede-storico key >= tss-codice
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tschede-storico next no lock
                   at end exit perform
              end-read
              if tss-data-archivio >= ws-data-da and
                 tss-data-archivio <= ws-data-a
                 perform ELABORA-CICLO
              end-if
           end-perform.

      ***---
       ELABORA-CICLO.
           perform SOMMA-SEDUTE-PREVISTE.
           if ws-sedute-previste = 0
              exit paragraph
           end-if.
           add 1 to ws-num-cicli.
           perform CERCA-PREVALENTI.
           perform CONFRONTA-MISURE.
           perform LEGGI-QUESTIONARIO.
           perform CALCOLA-FASCIA-ETA.
           move "A"               to ws-grp-tipo-cerca.
           move ws-articolo-prev  to ws-grp-valore-cerca.
           perform ACCUMULA-GRUPPO.
           move "O"               to ws-grp-tipo-cerca.
           move ws-operatore-prev to ws-grp-valore-cerca.
           perform ACCUMULA-GRUPPO.
           move "E"               to ws-grp-tipo-cerca.
           move ws-fascia-eta     to ws-grp-valore-cerca.
           perform ACCUMULA-GRUPPO.

      ***---
      * SENZA RIGHE DI PIANO LA SCHEDA NON ENTRA NELL'ANALISI.
       SOMMA-SEDUTE-PREVISTE.
           move 0 to ws-sedute-previste.
           move tss-codice to pia-scheda.
           move 0          to pia-progressivo.
           start piano key >= pia-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read piano next no lock at end exit perform end-read
              if pia-scheda not = tss-codice
                 exit perform
              end-if
              add pia-sedute-previste to ws-sedute-previste
           end-perform.

      ***---
       CERCA-PREVALENTI.
           move 0 to ws-num-cop ws-num-car ws-sedute-effettuate.
           move spaces to ws-operatore-prev ws-articolo-prev.
           move low-value  to rss-chiave.
           move tss-codice to rss-codice.
           start rschede-storico key >= rss-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rschede-storico next no lock
                   at end exit perform
              end-read
              if rss-codice not = tss-codice
                 exit perform
              end-if
              add 1 to ws-sedute-effettuate
              perform CONTA-SEDUTA
           end-perform.
           move 0 to ws-migliore.
           perform varying ws-oidx from 1 by 1
                     until ws-oidx > ws-num-cop
              if ws-cop-conta(ws-oidx) > ws-migliore
                 move ws-cop-conta(ws-oidx)  to ws-migliore
                 move ws-cop-valore(ws-oidx) to ws-operatore-prev
              end-if
           end-perform.
           move 0 to ws-migliore.
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-car
              if ws-car-conta(ws-aidx) > ws-migliore
                 move ws-car-conta(ws-aidx)  to ws-migliore
                 move ws-car-valore(ws-aidx) to ws-articolo-prev
              end-if
           end-perform.

      ***---
       CONTA-SEDUTA.
           if rss-operatore not = spaces
              set trovato to false
              perform varying ws-oidx from 1 by 1
                        until ws-oidx > ws-num-cop
                 if ws-cop-valore(ws-oidx) = rss-operatore
                    set trovato to true
                    add 1 to ws-cop-conta(ws-oidx)
                    exit perform
                 end-if
              end-perform
              if not trovato and ws-num-cop < ws-max-conte
                 add 1 to ws-num-cop
                 move rss-operatore to ws-cop-valore(ws-num-cop)
                 move 1             to ws-cop-conta(ws-num-cop)
              end-if
           end-if.
           if rss-articolo not = spaces
              set trovato to false
              perform varying ws-aidx from 1 by 1
                        until ws-aidx > ws-num-car
                 if ws-car-valore(ws-aidx) = rss-articolo
                    set trovato to true
                    add 1 to ws-car-conta(ws-aidx)
                    exit perform
                 end-if
              end-perform
              if not trovato and ws-num-car < ws-max-conte
                 add 1 to ws-num-car
                 move rss-articolo to ws-car-valore(ws-num-car)
                 move 1            to ws-car-conta(ws-num-car)
              end-if
           end-if.

      ***---
      * PRIMA E ULTIMA RILEVAZIONE DEL CLIENTE FRA L'APERTURA DELLA
      * SCHEDA E LA SUA ARCHIVIAZIONE.
       CONFRONTA-MISURE.
           set con-misure to false.
           move 0 to ws-num-misure.
           move tss-cliente        to mis-cliente.
           move tss-data-creazione to mis-data.
           start misurazioni key >= mis-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read misurazioni next no lock
                   at end exit perform
              end-read
              if mis-cliente not = tss-cliente or
                 mis-data > tss-data-archivio
                 exit perform
              end-if
              perform CALCOLA-ASIMMETRIA
              add 1 to ws-num-misure
              if ws-num-misure = 1
                 move mis-scala-dolore to ws-prima-dolore
                 move ws-asim          to ws-prima-asim
                 move mis-flessione    to ws-prima-flessione
              end-if
              move mis-scala-dolore to ws-ultima-dolore
              move ws-asim          to ws-ultima-asim
              move mis-flessione    to ws-ultima-flessione
           end-perform.
           if ws-num-misure > 1
              set con-misure to true
           end-if.

      ***---
       CALCOLA-ASIMMETRIA.
           if mis-asim-spalle < 0
              compute ws-asim-spalle = mis-asim-spalle * -1
           else
              move mis-asim-spalle to ws-asim-spalle
           end-if.
           if mis-asim-bacino < 0
              compute ws-asim-bacino = mis-asim-bacino * -1
           else
              move mis-asim-bacino to ws-asim-bacino
           end-if.
           compute ws-asim = ws-asim-spalle + ws-asim-bacino.

      ***---
       LEGGI-QUESTIONARIO.
           set con-questionario to false.
           move tss-codice to que-scheda.
           read questionari no lock
                invalid exit paragraph
           end-read.
           set con-questionario to true.
           move 0 to ws-somma-voti.
           perform varying ws-voto-idx from 1 by 1
                     until ws-voto-idx > 5
              add que-voto(ws-voto-idx) to ws-somma-voti
           end-perform.
           compute ws-media-questionario rounded = ws-somma-voti / 5.

      ***---
      * ETA' ALL'APERTURA DEL CICLO; SENZA DATA DI NASCITA LA FASCIA
      * E' "NON INDICATA".
       CALCOLA-FASCIA-ETA.
           move "NON INDIC." to ws-fascia-eta.
           move tss-cliente to cli-codice.
           read clienti no lock
                invalid exit paragraph
           end-read.
           if cli-data-n = 0 or cli-data-n > tss-data-creazione
              exit paragraph
           end-if.
           move tss-data-creazione(1:4) to ws-anno-ciclo.
           move cli-data-n(1:4)         to ws-anno-nascita.
           compute ws-eta = ws-anno-ciclo - ws-anno-nascita.
           if tss-data-creazione(5:4) < cli-data-n(5:4)
              subtract 1 from ws-eta
           end-if.
           perform varying ws-voto-idx from 1 by 1
                     until ws-voto-idx > 5
              if ws-eta <= ws-fascia-max(ws-voto-idx)
                 move ws-fascia-descr(ws-voto-idx) to ws-fascia-eta
                 exit perform
              end-if
           end-perform.

      ***---
       ACCUMULA-GRUPPO.
           set trovato to false.
           perform varying ws-gidx from 1 by 1
                     until ws-gidx > ws-num-gruppi
              if ws-grp-tipo(ws-gidx)   = ws-grp-tipo-cerca and
                 ws-grp-valore(ws-gidx) = ws-grp-valore-cerca
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if not trovato
              if ws-num-gruppi >= ws-max-gruppi
                 exit paragraph
              end-if
              add 1 to ws-num-gruppi
              set ws-gidx to ws-num-gruppi
              initialize ws-grp(ws-gidx)
              move ws-grp-tipo-cerca   to ws-grp-tipo(ws-gidx)
              move ws-grp-valore-cerca to ws-grp-valore(ws-gidx)
           end-if.
           add 1                    to ws-grp-cicli(ws-gidx).
           add ws-sedute-effettuate to ws-grp-effettuate(ws-gidx).
           add ws-sedute-previste   to ws-grp-previste(ws-gidx).
           if con-misure
              add 1 to ws-grp-cicli-misure(ws-gidx)
              compute ws-grp-dolore(ws-gidx) =
                      ws-grp-dolore(ws-gidx) +
                      ws-prima-dolore - ws-ultima-dolore
              compute ws-grp-asim(ws-gidx) =
                      ws-grp-asim(ws-gidx) +
                      ws-prima-asim - ws-ultima-asim
              compute ws-grp-flessione(ws-gidx) =
                      ws-grp-flessione(ws-gidx) +
                      ws-prima-flessione - ws-ultima-flessione
           end-if.
           if con-questionario
              add 1 to ws-grp-questionari(ws-gidx)
              add ws-media-questionario
                to ws-grp-soddisfazione(ws-gidx)
           end-if.

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
                 set stampa-aperta to true
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
      * UNA SEZIONE PER TIPO DI GRUPPO (WS-GRP-TIPO-CERCA). LE MEDIE
      * DELLE MISURE SONO SUI SOLI CICLI CON ALMENO DUE
      * RILEVAZIONI, QUELLA DI SODDISFAZIONE SUI SOLI CICLI CON
      * QUESTIONARIO.
       STAMPA-GRUPPI.
           add 0,4 to save-riga.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri12B to spl-hfont.
           move 2 to spl-tipo-colonna.
           initialize spl-riga-stampa.
           evaluate ws-grp-tipo-cerca
           when "A" move "ARTICOLO PREVALENTE"  to spl-riga-stampa
           when "O" move "OPERATORE PREVALENTE" to spl-riga-stampa
           when "E" move "FASCIA D'ETA'"        to spl-riga-stampa
           end-evaluate.
           string "CICLI  SED.EFF  SED.PREV  MISURE  "
                                                   delimited size
                  "DOLORE  ASIMM.  FLESS.  SODDISF."
                                                   delimited size
             into spl-riga-stampa(31:)
           end-string.
           perform SCRIVI.
           perform varying ws-gidx from 1 by 1
                     until ws-gidx > ws-num-gruppi
              if ws-grp-tipo(ws-gidx) = ws-grp-tipo-cerca
                 perform STAMPA-RIGA-GRUPPO
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-GRUPPO.
           initialize r-riga.
           evaluate true
           when ws-grp-valore(ws-gidx) = spaces
                move "NON INDICATO" to r-voce
           when ws-grp-tipo(ws-gidx) = "A"
                move ws-grp-valore(ws-gidx) to art-codice
                read articoli no lock
                     invalid move ws-grp-valore(ws-gidx)
                               to art-descrizione
                end-read
                move art-descrizione to r-voce
           when ws-grp-tipo(ws-gidx) = "O"
                move ws-grp-valore(ws-gidx) to ope-codice
                read operatori no lock
                     invalid move ws-grp-valore(ws-gidx) to ope-nome
                end-read
                move ope-nome to r-voce
           when other
                move ws-grp-valore(ws-gidx) to r-voce
           end-evaluate.
           move ws-grp-cicli(ws-gidx) to r-cicli.
           compute r-effettuate rounded =
                   ws-grp-effettuate(ws-gidx) / ws-grp-cicli(ws-gidx).
           compute r-previste rounded =
                   ws-grp-previste(ws-gidx) / ws-grp-cicli(ws-gidx).
           move ws-grp-cicli-misure(ws-gidx) to r-misure.
           if ws-grp-cicli-misure(ws-gidx) > 0
              compute r-dolore rounded =
                      ws-grp-dolore(ws-gidx) /
                      ws-grp-cicli-misure(ws-gidx)
              compute r-asim rounded =
                      ws-grp-asim(ws-gidx) /
                      ws-grp-cicli-misure(ws-gidx)
              compute r-flessione rounded =
                      ws-grp-flessione(ws-gidx) /
                      ws-grp-cicli-misure(ws-gidx)
           end-if.
           if ws-grp-questionari(ws-gidx) > 0
              compute r-soddisfazione rounded =
                      ws-grp-soddisfazione(ws-gidx) /
                      ws-grp-questionari(ws-gidx)
           end-if.
           perform SALTO-SE-PAGINA-PIENA.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

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
           move ws-data-a to ws-data-edit.
           perform EDITA-DATA.
           move ws-data-dply to ws-data-dply-a.
           move ws-data-da to ws-data-edit.
           perform EDITA-DATA.
           string "Cicli chiusi dal "      delimited size
                  ws-data-dply             delimited size
                  " al "                   delimited size
                  ws-data-dply-a           delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

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
           move "ST-ESITIREP"     to ell-programma.
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
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           if not tutto-ok
              move "Periodo non valido" to messaggio
           else
              if not tutto-ok-stampa
                 exit paragraph
              end-if
              move ws-num-cicli to ws-num-edit
              string "Cicli analizzati: " delimited size
                     ws-num-edit          delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close tschede-storico rschede-storico piano misurazioni
                 questionari clienti articoli operatori param.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
