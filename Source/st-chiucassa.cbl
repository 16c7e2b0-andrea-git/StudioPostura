      * CHIUSA LA RIAPERTURA (RISCRITTURA) E' CONCESSA SOLO A UN
      * OPERATORE CON RUOLO DI SUPERVISORE, RICONOSCIUTO CON CODICE E
      * PASSWORD COME GIA' AVVIENE IN ST-DOCUM PER LE NOTE DI CREDITO,
      * CON LA CONFERMA DI UN SECONDO OPERATORE PER LA GIORNATA (VEDI
      * ST-QUATTROCCHI), E VIENE TRACCIATA SU AUDITLOG.
      * LA QUADRATURA DEL CASSETTO PARTE DAL FONDO DI APERTURA (IL
      * CONTATO DELL'ULTIMA CHIUSURA PRECEDENTE), AGGIUNGE I CONTANTI
      * INCASSATI E TOGLIE LE USCITE E I VERSAMENTI IN BANCA DEL GIORNO
      * (MOVCASSA, VEDI ST-MOVCASSA): LA DIFFERENZA E' IL CONTATO
      * MENO QUESTO TEORICO IN CASSETTO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "tcorrisp.sl".
           copy "incassi.sl".
           copy "chiucassa.sl".
           copy "movcassa.sl".
           copy "operatori.sl".
           copy "param.sl".

           copy "tcorrisp.fd".
           copy "incassi.fd".
           copy "chiucassa.fd".
           copy "movcassa.fd".
           copy "operatori.fd".
           copy "param.fd".

       copy "fonts.def".
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "doppiaut.lks".
       copy "errlog.lks".

       77  status-tcorrisp       pic xx.
       77  status-incassi        pic xx.
       77  status-chiucassa      pic xx.
       77  status-movcassa       pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.

       77  ws-importo-corrente   pic s9(7)v99.
       77  ws-tot-teorico        pic s9(7)v99 value 0.
       77  ws-tot-contanti       pic s9(7)v99 value 0.
       77  ws-fondo-iniziale     pic s9(7)v99 value 0.
       77  ws-tot-uscite         pic s9(7)v99 value 0.
       77  ws-tot-versamenti     pic s9(7)v99 value 0.
       77  ws-teorico-cassetto   pic s9(7)v99 value 0.

      * IMPRONTA (HASH) DELLA PASSWORD OPERATORE, STESSO ALGORITMO DI
      * ST-DOCUM (CALCOLA-HASH-PASSWORD)
           end-if.
           if tutto-ok
              perform TOTALIZZA-GIORNATA
              perform CALCOLA-FONDO-INIZIALE
              perform TOTALIZZA-USCITE
              perform REGISTRA-CHIUSURA
           end-if.
           if tutto-ok
           set tutto-ok  to true.
           set trovato   to false.
           set giornata-riaperta to false.
           initialize doppiaut-link.
           move 0 to ws-num-mezzi ws-tot-teorico ws-tot-contanti.
           move 0 to ws-fondo-iniziale ws-tot-uscite ws-tot-versamenti
                     ws-teorico-cassetto.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.

              close       chiucassa
              open i-o    chiucassa
           end-if.
           open input movcassa.
           if status-movcassa = "35"
              open output movcassa
              close       movcassa
              open input  movcassa
           end-if.

      ***---
       VERIFICA-GIORNATA-GIA-CHIUSA.
                   end-if
                end-if
           end-read.
           if not errori
              perform VERIFICA-DOPPIA-AUTORIZZAZIONE
           end-if.
           if errori
              inspect messaggio replacing trailing space by low-value
              display message messaggio
              perform AUDIT-RIAPERTURA
           end-if.

      ***---
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           set  dal-esegui       to true.
           move "ST-CHIUCASSA"   to dal-programma.
           move link-data        to dal-operazione.
           move link-operatore-codice to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if not dal-esito-ok
              set errori to true
              initialize messaggio
              string "Giornata gia' chiusa: " delimited size
                     dal-messaggio            delimited size
                     into messaggio
              end-string
           end-if.

      ***---
       AUDIT-RIAPERTURA.
           initialize auditlog-link.
              add ws-importo-corrente to ws-tot-contanti
           end-if.

      ***---
      * IL FONDO DI APERTURA E' IL CONTATO DELL'ULTIMA GIORNATA CHIUSA
      * PRIMA DI QUESTA (ZERO SE NON CE NE SONO).
       CALCOLA-FONDO-INIZIALE.
           move link-data to chc-data.
           start chiucassa key < chc-data
                 invalid exit paragraph
           end-start.
           read chiucassa previous no lock
                at end continue
            not at end move chc-contato to ws-fondo-iniziale
           end-read.

      ***---
       TOTALIZZA-USCITE.
           move link-data to mca-data.
           move 0         to mca-progressivo.
           start movcassa key >= mca-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read movcassa next no lock at end exit perform end-read
              if mca-data not = link-data
                 exit perform
              end-if
              if mca-versamento
                 add mca-importo to ws-tot-versamenti
              else
                 add mca-importo to ws-tot-uscite
              end-if
           end-perform.

      ***---
       REGISTRA-CHIUSURA.
           compute ws-teorico-cassetto = ws-fondo-iniziale +
                                         ws-tot-contanti -
                                         ws-tot-uscite -
                                         ws-tot-versamenti.
           initialize rec-chiucassa.
           move link-data to chc-data.
           perform varying ws-midx from 1 by 1
           move ws-tot-teorico        to chc-totale-teorico.
           move ws-tot-contanti       to chc-teorico-contanti.
           move link-contato          to chc-contato.
           move ws-fondo-iniziale     to chc-fondo-iniziale.
           move ws-tot-uscite         to chc-tot-uscite.
           move ws-tot-versamenti     to chc-tot-versamenti.
           move ws-teorico-cassetto   to chc-teorico-cassetto.
           compute chc-differenza = link-contato - ws-teorico-cassetto.
           move link-operatore-codice to chc-operatore.
           move ws-data-corrente      to chc-data-registrazione.
           move ws-ora-corrente       to chc-ora-registrazione.
              move r-riga-conto         to spl-riga-stampa
              perform SCRIVI

              move "FONDO INIZIALE"     to rc-descr
              move ws-fondo-iniziale    to rc-totale
              move r-riga-conto         to spl-riga-stampa
              perform SCRIVI

              move "CONTANTI INCASSATI" to rc-descr
              move ws-tot-contanti      to rc-totale
              move r-riga-conto         to spl-riga-stampa
              perform SCRIVI

              move "USCITE DI CASSA"    to rc-descr
              compute rc-totale = 0 - ws-tot-uscite
              move r-riga-conto         to spl-riga-stampa
              perform SCRIVI

              move "VERSAMENTI IN BANCA" to rc-descr
              compute rc-totale = 0 - ws-tot-versamenti
              move r-riga-conto         to spl-riga-stampa
              perform SCRIVI

              move "TEORICO IN CASSETTO" to rc-descr
              move ws-teorico-cassetto  to rc-totale
              move r-riga-conto         to spl-riga-stampa
              perform SCRIVI

              move "CONTANTI CONTATI"   to rc-descr
              move link-contato         to rc-totale
              move r-riga-conto         to spl-riga-stampa

           display message messaggio.

           initialize errlog-link.
           move "ST-CHIUCASSA"    to ell-programma.
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
           close tcorrisp operatori param incassi chiucassa movcassa.

      ***---
       EXIT-PGM.
