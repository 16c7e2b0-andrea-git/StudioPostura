      ******************************************************************
      * RENDICONTO TRIMESTRALE DELL'IMPOSTA DI BOLLO: ELENCA LE
      * FATTURE DEL TRIMESTRE RICHIESTO CHE RIENTRANO NELLA REGOLA
      * DEL BOLLO (RIGHE ESENTI CON NATURA PER UN IMPORTO SOPRA LA
      * SOGLIA DI LEGGE, LA STESSA CONDIZIONE CHE ST-DOCUM ESPONE IN
      * STAMPA E ST-FEPAXML NEL BLOCCO DATIBOLLO) E CHIUDE CON IL
      * CONTEGGIO E L'IMPORTO DA VERSARE CON F24 PER IL BOLLO
       FILE-CONTROL.
           copy "tfatture.sl".
           copy "clienti.sl".
           copy "param.sl".

      *****************************************************************
       FILE SECTION.
           copy "tfatture.fd".
           copy "clienti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.
       77  ws-mese-a             pic 9(2).
       77  ws-mese-doc           pic 9(2).

      * PARTE ESENTE DELLA FATTURA DAL CASTELLETTO (VEDI ST-CASTIVA)
           copy "castiva.lks".
       77  ws-civ-idx            pic 99.
       77  ws-base-bollo         pic s9(9)v99.

      * TOTALI
       77  ws-num-bolli          pic 9(5) value 0.
       77  ws-importo-totale     pic s9(7)v99 value 0.

      ***---
       OPEN-FILES.
           open input tfatture clienti param.

      ***---
       STAMPA.

      ***---
       CONTROLLA-FATTURA-BOLLO.
      * LA REGOLA E' DEDOTTA DAL CASTELLETTO IVA DEL DOCUMENTO: LA
      * SOMMA DELLE ALIQUOTE ZERO CON CODICE NATURA SOPRA LA SOGLIA.
      * NIENTE CAMPI DA TENERE ALLINEATI.
           initialize castiva-link.
           set  civ-ripartisci    to true.
           set  civ-fattura       to true.
           move tfa-anno          to civ-anno.
           move tfa-numero        to civ-numero.
           move tfa-iva           to civ-iva-testata.
           move tfa-cassa-importo to civ-cassa.
           move tfa-importo-iva   to civ-iva-documento.
           call "st-castiva" using castiva-link.
           move 0 to ws-base-bollo.
           perform varying ws-civ-idx from 1 by 1
                     until ws-civ-idx > civ-num-aliq
              if civ-aliquota(ws-civ-idx) = 0 and
                 civ-natura(ws-civ-idx) not = spaces
                 add civ-imponibile(ws-civ-idx) to ws-base-bollo
              end-if
           end-perform.
           if ws-base-bollo > 78-soglia-bollo
              add 1 to ws-num-bolli
              add 78-importo-bollo to ws-importo-totale
              perform STAMPA-RIGA-FATTURA

           display message messaggio.

           initialize errlog-link.
           move "ST-BOLLOREND"    to ell-programma.
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

      ***---
       CLOSE-FILES.
           close tfatture clienti param.

      ***---
       EXIT-PGM.
           destroy Calibri10.

           cancel "spooler".
           cancel "st-castiva".
           initialize spooler-link.
           goback.
