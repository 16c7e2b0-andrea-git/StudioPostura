      * STANDARD PER LE FATTURE SENZA CODICE. IL FILE SCADPASS VIENE
      * RISCRITTO DA CAPO AD OGNI LANCIO: NON VA MAI AGGIORNATO A
      * MANO. CON QUESTO FILE E CON SCADENZE LO SCADENZARIO ESPONE
      * FINALMENTE TUTTI E DUE I LATI. LE RATE SONO SUL NETTO DA
      * PAGARE, CIOE' AL NETTO DELLA RITENUTA D'ACCONTO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-tfatacq        pic xx.
       77  status-tpagam         pic xx.
       77  ws-importo-rata       pic s9(7)v99.
       77  ws-importo-ultima     pic s9(7)v99.
       77  ws-residuo-rata       pic s9(7)v99.
       77  ws-netto-fattura      pic s9(7)v99.

      * CONVERSIONE DATE SUL CALENDARIO VERO, COME ST-SCADGEN
       01  ws-giorni-cumulati-tab.
           end-if.
           open output scadpass.
           if status-scadpass not = "00"
              move "OPEN-FILES"    to ell-paragrafo
              move "SCADPASS"      to ell-file
              move status-scadpass to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           end-if.

      * RIPARTIZIONE: OGNI RATA RICEVE IL TOTALE DIVISO PER IL NUMERO
      * DI RATE TRONCATO AL CENTESIMO, L'ULTIMA RATA ASSORBE IL RESTO
      * COSI' CHE LA SOMMA DELLE RATE TORNI SEMPRE CON LA TESTATA.
      * SUI COMPENSI CON RITENUTA D'ACCONTO SI PAGA IL NETTO: LA
      * RITENUTA VA ALL'ERARIO CON L'F24 (VEDI ST-F24).
           compute ws-netto-fattura =
                   fac-importo-tot - fac-ritenuta-importo.
           divide ws-netto-fattura by ws-num-rate
                  giving ws-importo-rata.
           compute ws-importo-ultima =
                   ws-netto-fattura -
                   (ws-importo-rata * (ws-num-rate - 1)).

           perform varying ws-rata from 1 by 1
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-SCADPASSGEN"   to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close tfatacq tpagam scadpass.
