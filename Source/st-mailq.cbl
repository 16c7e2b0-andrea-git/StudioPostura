      *   "B" ACCODA IN BLOCCO LE FATTURE DEL MESE INDICATO VERSO LE
      *       AZIENDE (CLIENTI CON PARTITA IVA E EMAIL): VIA UN
      *       POMERIGGIO INTERO DI LAVORO DI SEGRETERIA
      *   "P" ACCODA UN PDF GIA' PRODOTTO (ESTRATTO CONTO E SIMILI)
      *       PER IL CLIENTE LINK-CLIENTE: IL DISPATCHER NON LO
      *       RISTAMPA, LO CONSEGNA COSI' COM'E' AL GATEWAY
      *   "R" ACCODA UN REPORT GIA' PRODOTTO (VEDI ST-REPINVIO) AL
      *       DESTINATARIO LINK-DESTINATARIO, SENZA CLIENTE: COME
      *       "P", MA NON LASCIA RIGHE COMUNICAZIONI E NON MOSTRA IL
      *       RIEPILOGO, PERCHE' GIRA DI NOTTE SENZA PRESIDIO
      *   "X" ANNULLA UNA RICHIESTA IN ATTESA
      *   "D" DISPATCHER: PER OGNI RICHIESTA IN ATTESA PRODUCE IL
      *       PDF RICHIAMANDO IL PROGRAMMA DI STAMPA (LA
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "comlog.lks".
           copy "errlog.lks".

       77  status-mailq          pic xx.
       77  status-tfatture       pic xx.
       77  ws-num-falliti-z      pic zzz9.
       77  messaggio             pic x(200) value spaces.

      * AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN)
       77  ws-addestramento      pic x(1).

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-accoda        value "A".
           88 link-blocco        value "B".
           88 link-pdf-pronto    value "P".
           88 link-report        value "R".
           88 link-annulla       value "X".
           88 link-dispatcher    value "D".
       77  link-numero           pic 9(6).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
      * PER LA FUNZIONE "P": CLIENTE E PDF DA SPEDIRE
       77  link-cliente          pic x(6).
       77  link-percorso-pdf     pic x(200).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-numero
                                 link-cartella-pdf
                                 link-percorso-gateway
                                 link-stampante link-operatore
                                 link-esito link-cliente
                                 link-percorso-pdf.

      ***---
       MAIN-PRG.
      * NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN) NON SI
      * TRASMETTE NIENTE ALL'ESTERNO.
           accept ws-addestramento from environment "ADDESTRAMENTO".
           if ws-addestramento = "S" and link-dispatcher
              display message
                      "In addestramento non si trasmette nulla."
              set link-esito-ko to true
              goback
           end-if.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              evaluate true
              when link-accoda     perform ACCODA-RICHIESTA
              when link-blocco     perform ACCODA-MESE-AZIENDE
              when link-pdf-pronto perform ACCODA-PDF-PRONTO
              when link-report     perform ACCODA-REPORT
              when link-annulla    perform ANNULLA-RICHIESTA
              when link-dispatcher perform ESEGUI-CODA
              when other           set tutto-ok to false
           else
              set link-esito-ko to true
           end-if.
           if not link-report
              perform MESSAGGIO-RIEPILOGO
           end-if.
           goback.

      ***---
                    open output gateway
                 end-if
                 if status-gateway not = "00"
                    move "OPEN-FILES"   to ell-paragrafo
                    move "GATEWAY"      to ell-file
                    move status-gateway to ell-status
                    perform REGISTRA-ERRORE-FILE
                    set tutto-ok to false
                 else
                    set gateway-aperto to true
                 move mlq-numero to link-numero
           end-write.

      ***---
       ACCODA-PDF-PRONTO.
           if link-percorso-pdf = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-cliente to cli-codice.
           read clienti no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if link-destinatario = spaces and cli-email = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-NUMERO.
           initialize rec-mailq.
           compute mlq-numero = ws-ultimo-numero + 1.
           move link-doc-tipo     to mlq-doc-tipo.
           move link-doc-anno     to mlq-doc-anno.
           move link-doc-numero   to mlq-doc-numero.
           move link-cliente      to mlq-cliente.
           if link-destinatario not = spaces
              move link-destinatario to mlq-destinatario
           else
              move cli-email         to mlq-destinatario
           end-if.
           if link-oggetto not = spaces
              move link-oggetto to mlq-oggetto
           else
              move "Documento"  to mlq-oggetto
           end-if.
           move link-percorso-pdf to mlq-percorso-pdf.
           set  mlq-in-attesa     to true.
           move ws-data-corrente  to mlq-data-accodamento.
           move ws-ora-corrente   to mlq-ora-accodamento.
           move 0                 to mlq-tentativi.
           move link-operatore    to mlq-operatore.
           write rec-mailq
                 invalid set tutto-ok to false
             not invalid
                 add 1 to ws-num-accodate
                 move mlq-numero to link-numero
           end-write.

      ***---
       ACCODA-REPORT.
           if link-percorso-pdf = spaces or link-destinatario = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-NUMERO.
           initialize rec-mailq.
           compute mlq-numero = ws-ultimo-numero + 1.
           move "R"               to mlq-doc-tipo.
           move link-doc-anno     to mlq-doc-anno.
           move link-doc-numero   to mlq-doc-numero.
           move spaces            to mlq-cliente.
           move link-destinatario to mlq-destinatario.
           if link-oggetto not = spaces
              move link-oggetto to mlq-oggetto
           else
              move "Report"     to mlq-oggetto
           end-if.
           move link-percorso-pdf to mlq-percorso-pdf.
           set  mlq-in-attesa     to true.
           move ws-data-corrente  to mlq-data-accodamento.
           move ws-ora-corrente   to mlq-ora-accodamento.
           move 0                 to mlq-tentativi.
           move link-operatore    to mlq-operatore.
           write rec-mailq
                 invalid set tutto-ok to false
             not invalid
                 add 1 to ws-num-accodate
                 move mlq-numero to link-numero
           end-write.

      ***---
       ACCODA-MESE-AZIENDE.
      * TUTTE LE FATTURE DEL MESE VERSO CLIENTI CON PARTITA IVA E
                   invalid continue
           end-rewrite.

      * UNA RICHIESTA ACCODATA COL PDF GIA' PRODOTTO (FUNZIONE "P")
      * NON SI RISTAMPA.
           if mlq-percorso-pdf not = spaces
              move mlq-percorso-pdf to ws-percorso-pdf
              set chiamata-fallita to false
           else
              perform COMPONI-PERCORSO-PDF
              perform RENDERIZZA-PDF
           end-if.

           if chiamata-fallita
              add 1 to ws-num-falliti
              end-if
           else
              perform SCRIVI-ISTRUZIONE-GATEWAY
      * I REPORT AI TITOLARI NON SONO CONTATTI CON UN CLIENTE
              if mlq-cliente not = spaces
                 perform REGISTRA-CONTATTO
              end-if
              add 1 to ws-num-eseguiti
              set  mlq-eseguito to true
              move ws-percorso-pdf to mlq-percorso-pdf
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-MAILQ"         to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close mailq tfatture clienti.
