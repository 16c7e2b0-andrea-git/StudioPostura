      * REGISTRATI (VEDI ST-INCASSI) VENGONO SCALATI DALLE PRIME RATE,
      * COSI' LO SCADENZARIO ESPONE SOLO QUANTO RESTA DAVVERO DA
      * INCASSARE. IL FILE SCADENZE VIENE RISCRITTO DA CAPO AD OGNI
      * LANCIO: NON VA MAI AGGIORNATO A MANO. SULLE FATTURE IN
      * SCISSIONE DEI PAGAMENTI (TFA-SPLIT) L'IVA LA VERSA IL CLIENTE:
      * DA INCASSARE C'E' SOLO IL TOTALE AL NETTO DELL'IVA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-tfatture       pic xx.
       77  status-tpagam         pic xx.
       77  ws-importo-ultima     pic s9(7)v99.
       77  ws-residuo-rata       pic s9(7)v99.
       77  ws-incassato          pic s9(9)v99.
       77  ws-da-incassare       pic s9(7)v99.

      * CONVERSIONE DATE SUL CALENDARIO VERO (MESI DI LUNGHEZZA REALE
      * E ANNI BISESTILI): L'APPROSSIMAZIONE COMMERCIALE A MESI DI 30
           end-if.
           open output scadenze.
           if status-scadenze not = "00"
              move "OPEN-FILES"    to ell-paragrafo
              move "SCADENZE"      to ell-file
              move status-scadenze to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           end-if.

      * RIPARTIZIONE: OGNI RATA RICEVE IL TOTALE DIVISO PER IL NUMERO
      * DI RATE TRONCATO AL CENTESIMO, L'ULTIMA RATA ASSORBE IL RESTO
      * COSI' CHE LA SOMMA DELLE RATE TORNI SEMPRE CON LA TESTATA.
           move tfa-importo-tot to ws-da-incassare.
           if tfa-split
              subtract tfa-importo-iva from ws-da-incassare
           end-if.
           divide ws-da-incassare by ws-num-rate
                  giving ws-importo-rata.
           compute ws-importo-ultima =
                   ws-da-incassare -
                   (ws-importo-rata * (ws-num-rate - 1)).

           perform varying ws-rata from 1 by 1
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-SCADGEN"       to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close tfatture tpagam scadenze incassi.
