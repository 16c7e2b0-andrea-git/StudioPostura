      * IL NUMERO DI RECORD CONVERTITI TORNA AL CHIAMANTE, CHE LO
      * ESPONE NEL RIEPILOGO. LA COPIA .PRE RESTA SU DISCO FINCHE'
      * NON LA SI ELIMINA A MANO, A MIGRAZIONE VERIFICATA.
      * PER I FILE SANITARI (ANAMNESI, DIARIO, MISURAZIONI, FOTOCLI,
      * ALLEGATI) IL TRAVASO E' ANCHE LA CIFRATURA UNA TANTUM DEI
      * CAMPI CLINICI RIMASTI IN CHIARO (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "movmag.sl".
           copy "tnotacr.sl".
           copy "consensi.sl".
           copy "rfatture.sl".
           copy "rcorrisp.sl".
           copy "rnotacr.sl".
           copy "liquidiva.sl".
           copy "tfatacq.sl".
           copy "fornitori.sl".
           copy "chiucassa.sl".
           copy "tlistini.sl".
           copy "liquidazioni.sl".
           copy "anamnesi.sl".
           copy "diario.sl".
           copy "misurazioni.sl".
           copy "fotocli.sl".
           copy "allegati.sl".
           copy "retenzione.sl".

      * TRACCIATI PRECEDENTI, LETTI DALLE COPIE .PRE: SOLO LE CHIAVI
      * SONO SPELLATE (AGLI SPIAZZAMENTI DI ALLORA), IL RESTO E'
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-CON-CHIAVE.
       SELECT V-RFATTURE ASSIGN TO DISK "RFATTURE.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-RFA-CHIAVE.
       SELECT V-RCORRISP ASSIGN TO DISK "RCORRISP.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-RCO-CHIAVE.
       SELECT V-RNOTACR ASSIGN TO DISK "RNOTACR.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-RNO-CHIAVE.
       SELECT V-LIQUIDIVA ASSIGN TO DISK "LIQUIDIVA.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-LIQ-CHIAVE.
       SELECT V-TFATACQ ASSIGN TO DISK "TFATACQ.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-FAC-CHIAVE
           ALTERNATE RECORD KEY IS V-FAC-FORNITORE WITH DUPLICATES.
       SELECT V-FORNITORI ASSIGN TO DISK "FORNITORI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-FOR-CODICE.
       SELECT V-CHIUCASSA ASSIGN TO DISK "CHIUCASSA.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-CHC-DATA.
       SELECT V-TLISTINI ASSIGN TO DISK "TLISTINI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-TLI-CODICE
           ALTERNATE RECORD KEY IS V-TLI-ARTICOLO WITH DUPLICATES.
       SELECT V-LIQUIDAZIONI ASSIGN TO DISK "LIQUIDAZIONI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-LIQO-CHIAVE.
       SELECT V-ANAMNESI ASSIGN TO DISK "ANAMNESI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-ANA-CHIAVE.
       SELECT V-DIARIO ASSIGN TO DISK "DIARIO.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-DIA-CHIAVE.
       SELECT V-MISURAZIONI ASSIGN TO DISK "MISURAZIONI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-MIS-CHIAVE.
       SELECT V-FOTOCLI ASSIGN TO DISK "FOTOCLI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-FOT-CHIAVE.
       SELECT V-ALLEGATI ASSIGN TO DISK "ALLEGATI.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-ALL-CHIAVE.
       SELECT V-RETENZIONE ASSIGN TO DISK "RETENZIONE.PRE"
           ORGANIZATION INDEXED ACCESS DYNAMIC
           FILE STATUS IS status-vecchio
           RECORD KEY IS V-RET-CLIENTE.

      *****************************************************************
       DATA DIVISION.
           copy "movmag.fd".
           copy "tnotacr.fd".
           copy "consensi.fd".
           copy "rfatture.fd".
           copy "rcorrisp.fd".
           copy "rnotacr.fd".
           copy "liquidiva.fd".
           copy "tfatacq.fd".
           copy "fornitori.fd".
           copy "chiucassa.fd".
           copy "tlistini.fd".
           copy "liquidazioni.fd".
           copy "anamnesi.fd".
           copy "diario.fd".
           copy "misurazioni.fd".
           copy "fotocli.fd".
           copy "allegati.fd".
           copy "retenzione.fd".

      * TRACCIATI ALLA VERSIONE PRECEDENTE (CATALOGO): LE LUNGHEZZE
      * SONO QUELLE DEI FILE COM'ERANO PRIMA DEGLI ULTIMI CAMPI
       01  V-REC-CLIENTI.
           05 V-CLI-CODICE        PIC X(6).
           05 V-CLI-RAGSOC        PIC X(50).
           05 FILLER              PIC X(631).

       FD  V-TFATTURE
           LABEL RECORD IS STANDARD.
       01  V-REC-TFATTURE.
           05 V-TFA-CHIAVE        PIC X(10).
           05 V-TFA-CLIENTE       PIC X(6).
           05 FILLER              PIC X(650).

       FD  V-TCORRISP
           LABEL RECORD IS STANDARD.
       01  V-REC-TCORRISP.
           05 V-TCO-CHIAVE        PIC X(10).
           05 V-TCO-CLIENTE       PIC X(6).
           05 FILLER              PIC X(188).

       FD  V-ARTICOLI
           LABEL RECORD IS STANDARD.
       01  V-REC-ARTICOLI.
           05 V-ART-CODICE        PIC X(6).
           05 V-ART-DESCRIZIONE   PIC X(50).
           05 FILLER              PIC X(14).

       FD  V-OPERATORI
           LABEL RECORD IS STANDARD.
       01  V-REC-OPERATORI.
           05 V-OPE-CODICE        PIC X(10).
           05 FILLER              PIC X(58).

       FD  V-CODIVA
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       01  V-REC-PARAM.
           05 V-PRM-CHIAVE        PIC X(4).
           05 FILLER              PIC X(2100).

       FD  V-APPUNTAMENTI
           LABEL RECORD IS STANDARD.
       01  V-REC-APPUNTAMENTI.
           05 V-APP-CHIAVE        PIC X(14).
           05 V-APP-CLIENTE       PIC X(6).
           05 FILLER              PIC X(115).

       FD  V-RSCHEDE
           LABEL RECORD IS STANDARD.
           05 V-CON-CHIAVE        PIC X(7).
           05 FILLER              PIC X(116).

       FD  V-RFATTURE
           LABEL RECORD IS STANDARD.
       01  V-REC-RFATTURE.
           05 V-RFA-CHIAVE        PIC X(14).
           05 FILLER              PIC X(79).

       FD  V-RCORRISP
           LABEL RECORD IS STANDARD.
       01  V-REC-RCORRISP.
           05 V-RCO-CHIAVE        PIC X(14).
           05 FILLER              PIC X(79).

       FD  V-RNOTACR
           LABEL RECORD IS STANDARD.
       01  V-REC-RNOTACR.
           05 V-RNO-CHIAVE        PIC X(14).
           05 FILLER              PIC X(67).

       FD  V-LIQUIDIVA
           LABEL RECORD IS STANDARD.
       01  V-REC-LIQUIDIVA.
           05 V-LIQ-CHIAVE        PIC X(6).
           05 FILLER              PIC X(94).

       FD  V-TFATACQ
           LABEL RECORD IS STANDARD.
       01  V-REC-TFATACQ.
           05 V-FAC-CHIAVE        PIC X(10).
           05 V-FAC-FORNITORE     PIC X(6).
           05 FILLER              PIC X(158).

       FD  V-FORNITORI
           LABEL RECORD IS STANDARD.
       01  V-REC-FORNITORI.
           05 V-FOR-CODICE        PIC X(6).
           05 FILLER              PIC X(364).

       FD  V-CHIUCASSA
           LABEL RECORD IS STANDARD.
       01  V-REC-CHIUCASSA.
           05 V-CHC-DATA          PIC X(8).
           05 FILLER              PIC X(362).

       FD  V-TLISTINI
           LABEL RECORD IS STANDARD.
       01  V-REC-TLISTINI.
           05 V-TLI-CODICE        PIC X(5).
           05 FILLER              PIC X(51).
           05 V-TLI-ARTICOLO      PIC X(6).
           05 FILLER              PIC X(16).

       FD  V-LIQUIDAZIONI
           LABEL RECORD IS STANDARD.
       01  V-REC-LIQUIDAZIONI.
           05 V-LIQO-CHIAVE       PIC X(16).
           05 FILLER              PIC X(33).

       FD  V-ANAMNESI
           LABEL RECORD IS STANDARD.
       01  V-REC-ANAMNESI.
           05 V-ANA-CHIAVE        PIC X(9).
           05 FILLER              PIC X(1478).

       FD  V-DIARIO
           LABEL RECORD IS STANDARD.
       01  V-REC-DIARIO.
           05 V-DIA-CHIAVE        PIC X(10).
           05 FILLER              PIC X(719).

       FD  V-MISURAZIONI
           LABEL RECORD IS STANDARD.
       01  V-REC-MISURAZIONI.
           05 V-MIS-CHIAVE        PIC X(14).
           05 FILLER              PIC X(116).

       FD  V-FOTOCLI
           LABEL RECORD IS STANDARD.
       01  V-REC-FOTOCLI.
           05 V-FOT-CHIAVE        PIC X(10).
           05 FILLER              PIC X(239).

       FD  V-ALLEGATI
           LABEL RECORD IS STANDARD.
       01  V-REC-ALLEGATI.
           05 V-ALL-CHIAVE        PIC X(10).
           05 FILLER              PIC X(290).

       FD  V-RETENZIONE
           LABEL RECORD IS STANDARD.
       01  V-REC-RETENZIONE.
           05 V-RET-CLIENTE       PIC X(6).
           05 FILLER              PIC X(46).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "cifra.lks".
           copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tfatture       pic xx.
       77  status-movmag         pic xx.
       77  status-tnotacr        pic xx.
       77  status-consensi       pic xx.
       77  status-rfatture       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-rnotacr        pic xx.
       77  status-liquidiva      pic xx.
       77  status-tfatacq        pic xx.
       77  status-fornitori      pic xx.
       77  status-chiucassa      pic xx.
       77  status-tlistini       pic xx.
       77  status-liquidazioni   pic xx.
       77  status-anamnesi       pic xx.
       77  status-diario         pic xx.
       77  status-misurazioni    pic xx.
       77  status-fotocli        pic xx.
       77  status-allegati       pic xx.
       77  status-retenzione     pic xx.
       77  status-vecchio        pic xx.

       77  filler                pic 9.
              when "MOVMAG"          perform MIGRA-MOVMAG
              when "TNOTACR"         perform MIGRA-TNOTACR
              when "CONSENSI"        perform MIGRA-CONSENSI
              when "RFATTURE"        perform MIGRA-RFATTURE
              when "RCORRISP"        perform MIGRA-RCORRISP
              when "RNOTACR"         perform MIGRA-RNOTACR
              when "LIQUIDIVA"       perform MIGRA-LIQUIDIVA
              when "TFATACQ"         perform MIGRA-TFATACQ
              when "FORNITORI"       perform MIGRA-FORNITORI
              when "CHIUCASSA"       perform MIGRA-CHIUCASSA
              when "TLISTINI"        perform MIGRA-TLISTINI
              when "LIQUIDAZIONI"    perform MIGRA-LIQUIDAZIONI
              when "ANAMNESI"        perform MIGRA-ANAMNESI
              when "DIARIO"          perform MIGRA-DIARIO
              when "MISURAZIONI"     perform MIGRA-MISURAZIONI
              when "FOTOCLI"         perform MIGRA-FOTOCLI
              when "ALLEGATI"        perform MIGRA-ALLEGATI
              when "RETENZIONE"      perform MIGRA-RETENZIONE
              when other             set tutto-ok to false
              end-evaluate
           end-if.
       MIGRA-CLIENTI.
           open input v-clienti.
           if status-vecchio not = "00"
              move "MIGRA-CLIENTI" to ell-paragrafo
              move "V-CLIENTI"     to ell-file
              move status-vecchio  to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-clienti next at end exit perform end-read
              initialize rec-clienti
              move v-rec-clienti to rec-clienti(1:687)
              write rec-clienti
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-TFATTURE.
           open input v-tfatture.
           if status-vecchio not = "00"
              move "MIGRA-TFATTURE" to ell-paragrafo
              move "V-TFATTURE"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-tfatture next at end exit perform end-read
              initialize rec-tfatture
              move v-rec-tfatture to rec-tfatture(1:666)
              write rec-tfatture
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-TCORRISP.
           open input v-tcorrisp.
           if status-vecchio not = "00"
              move "MIGRA-TCORRISP" to ell-paragrafo
              move "V-TCORRISP"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-tcorrisp next at end exit perform end-read
              initialize rec-tcorrisp
              move v-rec-tcorrisp to rec-tcorrisp(1:204)
              write rec-tcorrisp
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-ARTICOLI.
           open input v-articoli.
           if status-vecchio not = "00"
              move "MIGRA-ARTICOLI" to ell-paragrafo
              move "V-ARTICOLI"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-articoli next at end exit perform end-read
              initialize rec-articoli
              move v-rec-articoli to rec-articoli(1:70)
              write rec-articoli
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-OPERATORI.
           open input v-operatori.
           if status-vecchio not = "00"
              move "MIGRA-OPERATORI" to ell-paragrafo
              move "V-OPERATORI"     to ell-file
              move status-vecchio    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-operatori next at end exit perform end-read
              initialize rec-operatori
              move v-rec-operatori to rec-operatori(1:68)
              write rec-operatori
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-CODIVA.
           open input v-codiva.
           if status-vecchio not = "00"
              move "MIGRA-CODIVA" to ell-paragrafo
              move "V-CODIVA"     to ell-file
              move status-vecchio to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       MIGRA-PARAM.
           open input v-param.
           if status-vecchio not = "00"
              move "MIGRA-PARAM"  to ell-paragrafo
              move "V-PARAM"      to ell-file
              move status-vecchio to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-param next at end exit perform end-read
              initialize rec-param
              move v-rec-param to rec-param(1:2104)
              write rec-param
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-APPUNTAMENTI.
           open input v-appuntamenti.
           if status-vecchio not = "00"
              move "MIGRA-APPUNTAMENTI" to ell-paragrafo
              move "V-APPUNTAMENTI"     to ell-file
              move status-vecchio       to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           perform until 1 = 2
              read v-appuntamenti next at end exit perform end-read
              initialize rec-appuntamenti
              move v-rec-appuntamenti to rec-appuntamenti(1:135)
              write rec-appuntamenti
                    invalid continue
                not invalid add 1 to ws-convertiti
       MIGRA-RSCHEDE.
           open input v-rschede.
           if status-vecchio not = "00"
              move "MIGRA-RSCHEDE" to ell-paragrafo
              move "V-RSCHEDE"     to ell-file
              move status-vecchio  to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       MIGRA-RSCHEDE-STORICO.
           open input v-rschede-storico.
           if status-vecchio not = "00"
              move "MIGRA-RSCHEDE-STORICO" to ell-paragrafo
              move "V-RSCHEDE-STORICO"     to ell-file
              move status-vecchio          to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       MIGRA-FEEXPORT.
           open input v-feexport.
           if status-vecchio not = "00"
              move "MIGRA-FEEXPORT" to ell-paragrafo
              move "V-FEEXPORT"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       MIGRA-MOVMAG.
           open input v-movmag.
           if status-vecchio not = "00"
              move "MIGRA-MOVMAG" to ell-paragrafo
              move "V-MOVMAG"     to ell-file
              move status-vecchio to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       MIGRA-TNOTACR.
           open input v-tnotacr.
           if status-vecchio not = "00"
              move "MIGRA-TNOTACR" to ell-paragrafo
              move "V-TNOTACR"     to ell-file
              move status-vecchio  to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       MIGRA-CONSENSI.
           open input v-consensi.
           if status-vecchio not = "00"
              move "MIGRA-CONSENSI" to ell-paragrafo
              move "V-CONSENSI"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           end-perform.
           close consensi v-consensi.

      ***---
       MIGRA-RFATTURE.
           open input v-rfatture.
           if status-vecchio not = "00"
              move "MIGRA-RFATTURE" to ell-paragrafo
              move "V-RFATTURE"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output rfatture.
           perform until 1 = 2
              read v-rfatture next at end exit perform end-read
              initialize rec-rfatture
              move v-rec-rfatture to rec-rfatture(1:93)
              write rec-rfatture
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close rfatture v-rfatture.

      ***---
       MIGRA-RCORRISP.
           open input v-rcorrisp.
           if status-vecchio not = "00"
              move "MIGRA-RCORRISP" to ell-paragrafo
              move "V-RCORRISP"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output rcorrisp.
           perform until 1 = 2
              read v-rcorrisp next at end exit perform end-read
              initialize rec-rcorrisp
              move v-rec-rcorrisp to rec-rcorrisp(1:93)
              write rec-rcorrisp
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close rcorrisp v-rcorrisp.

      ***---
       MIGRA-RNOTACR.
           open input v-rnotacr.
           if status-vecchio not = "00"
              move "MIGRA-RNOTACR" to ell-paragrafo
              move "V-RNOTACR"     to ell-file
              move status-vecchio  to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output rnotacr.
           perform until 1 = 2
              read v-rnotacr next at end exit perform end-read
              initialize rec-rnotacr
              move v-rec-rnotacr to rec-rnotacr(1:81)
              write rec-rnotacr
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close rnotacr v-rnotacr.

      ***---
       MIGRA-LIQUIDIVA.
           open input v-liquidiva.
           if status-vecchio not = "00"
              move "MIGRA-LIQUIDIVA" to ell-paragrafo
              move "V-LIQUIDIVA"     to ell-file
              move status-vecchio    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output liquidiva.
           perform until 1 = 2
              read v-liquidiva next at end exit perform end-read
              initialize rec-liquidiva
              move v-rec-liquidiva to rec-liquidiva(1:100)
              write rec-liquidiva
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close liquidiva v-liquidiva.

      ***---
       MIGRA-TFATACQ.
           open input v-tfatacq.
           if status-vecchio not = "00"
              move "MIGRA-TFATACQ" to ell-paragrafo
              move "V-TFATACQ"     to ell-file
              move status-vecchio  to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output tfatacq.
           perform until 1 = 2
              read v-tfatacq next at end exit perform end-read
              initialize rec-tfatacq
              move v-rec-tfatacq to rec-tfatacq(1:174)
              write rec-tfatacq
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close tfatacq v-tfatacq.

      ***---
       MIGRA-FORNITORI.
           open input v-fornitori.
           if status-vecchio not = "00"
              move "MIGRA-FORNITORI" to ell-paragrafo
              move "V-FORNITORI"     to ell-file
              move status-vecchio    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output fornitori.
           perform until 1 = 2
              read v-fornitori next at end exit perform end-read
              initialize rec-fornitori
              move v-rec-fornitori to rec-fornitori(1:370)
              write rec-fornitori
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close fornitori v-fornitori.

      ***---
       MIGRA-CHIUCASSA.
           open input v-chiucassa.
           if status-vecchio not = "00"
              move "MIGRA-CHIUCASSA" to ell-paragrafo
              move "V-CHIUCASSA"     to ell-file
              move status-vecchio    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output chiucassa.
           perform until 1 = 2
              read v-chiucassa next at end exit perform end-read
              initialize rec-chiucassa
              move v-rec-chiucassa to rec-chiucassa(1:370)
              write rec-chiucassa
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close chiucassa v-chiucassa.

      ***---
       MIGRA-TLISTINI.
           open input v-tlistini.
           if status-vecchio not = "00"
              move "MIGRA-TLISTINI" to ell-paragrafo
              move "V-TLISTINI"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output tlistini.
           perform until 1 = 2
              read v-tlistini next at end exit perform end-read
              initialize rec-tlistini
              move v-rec-tlistini to rec-tlistini(1:78)
              write rec-tlistini
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close tlistini v-tlistini.

      ***---
       MIGRA-LIQUIDAZIONI.
           open input v-liquidazioni.
           if status-vecchio not = "00"
              move "MIGRA-LIQUIDAZIONI" to ell-paragrafo
              move "V-LIQUIDAZIONI"     to ell-file
              move status-vecchio       to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output liquidazioni.
           perform until 1 = 2
              read v-liquidazioni next at end exit perform end-read
              initialize rec-liquidazioni
              move v-rec-liquidazioni to rec-liquidazioni(1:49)
              write rec-liquidazioni
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close liquidazioni v-liquidazioni.

      ***---
       MIGRA-ANAMNESI.
           open input v-anamnesi.
           if status-vecchio not = "00"
              move "MIGRA-ANAMNESI" to ell-paragrafo
              move "V-ANAMNESI"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output anamnesi.
           perform until 1 = 2
              read v-anamnesi next at end exit perform end-read
              initialize rec-anamnesi
              move v-rec-anamnesi to rec-anamnesi(1:1487)
              perform CIFRA-ANAMNESI
              write rec-anamnesi
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close anamnesi v-anamnesi.
           cancel "st-cifra".

      ***---
       MIGRA-DIARIO.
           open input v-diario.
           if status-vecchio not = "00"
              move "MIGRA-DIARIO" to ell-paragrafo
              move "V-DIARIO"     to ell-file
              move status-vecchio to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output diario.
           perform until 1 = 2
              read v-diario next at end exit perform end-read
              initialize rec-diario
              move v-rec-diario to rec-diario(1:729)
              perform CIFRA-DIARIO
              write rec-diario
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close diario v-diario.
           cancel "st-cifra".

      ***---
       MIGRA-MISURAZIONI.
           open input v-misurazioni.
           if status-vecchio not = "00"
              move "MIGRA-MISURAZIONI" to ell-paragrafo
              move "V-MISURAZIONI"     to ell-file
              move status-vecchio      to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output misurazioni.
           perform until 1 = 2
              read v-misurazioni next at end exit perform end-read
              initialize rec-misurazioni
              move v-rec-misurazioni to rec-misurazioni(1:130)
              perform CIFRA-MISURAZIONI
              write rec-misurazioni
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close misurazioni v-misurazioni.
           cancel "st-cifra".

      ***---
       MIGRA-FOTOCLI.
           open input v-fotocli.
           if status-vecchio not = "00"
              move "MIGRA-FOTOCLI" to ell-paragrafo
              move "V-FOTOCLI"     to ell-file
              move status-vecchio  to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output fotocli.
           perform until 1 = 2
              read v-fotocli next at end exit perform end-read
              initialize rec-fotocli
              move v-rec-fotocli to rec-fotocli(1:249)
              perform CIFRA-FOTOCLI
              write rec-fotocli
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close fotocli v-fotocli.
           cancel "st-cifra".

      ***---
       MIGRA-ALLEGATI.
           open input v-allegati.
           if status-vecchio not = "00"
              move "MIGRA-ALLEGATI" to ell-paragrafo
              move "V-ALLEGATI"     to ell-file
              move status-vecchio   to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output allegati.
           perform until 1 = 2
              read v-allegati next at end exit perform end-read
              initialize rec-allegati
              move v-rec-allegati to rec-allegati(1:300)
              perform CIFRA-ALLEGATI
              write rec-allegati
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close allegati v-allegati.
           cancel "st-cifra".

      ***---
      * CIFRATURA DEI CAMPI CLINICI DURANTE IL TRAVASO: IL RECORD
      * ARRIVA DAL TRACCIATO PRECEDENTE, QUINDI IN CHIARO; LA
      * VERSIONE DI CHIAVE USATA (0 SE NON CE NE SONO DI
      * CONFIGURATE) FINISCE SUL RECORD.
       CIFRA-ANAMNESI.
           move ana-chiave      to cfl-chiave-record.
           move "ANA-PATOLOGIE" to cfl-campo.
           move 200             to cfl-lunghezza.
           move ana-patologie   to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:200) to ana-patologie.
           move "ANA-FARMACI"   to cfl-campo.
           move 200             to cfl-lunghezza.
           move ana-farmaci     to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:200) to ana-farmaci.
           move "ANA-NOTE"      to cfl-campo.
           move 500             to cfl-lunghezza.
           move ana-note        to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:500) to ana-note.
           move cfl-versione    to ana-versione-chiave.

      ***---
       CIFRA-DIARIO.
           move dia-chiave      to cfl-chiave-record.
           move "DIA-TESTO"     to cfl-campo.
           move 700             to cfl-lunghezza.
           move dia-testi       to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:700) to dia-testi.
           move cfl-versione    to dia-versione-chiave.

      ***---
       CIFRA-MISURAZIONI.
           move mis-chiave      to cfl-chiave-record.
           move "MIS-NOTE"      to cfl-campo.
           move 80              to cfl-lunghezza.
           move mis-note        to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:80) to mis-note.
           move cfl-versione    to mis-versione-chiave.

      ***---
       CIFRA-FOTOCLI.
           move fot-chiave      to cfl-chiave-record.
           move "FOT-PERCORSO"  to cfl-campo.
           move 200             to cfl-lunghezza.
           move fot-percorso    to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:200) to fot-percorso.
           move cfl-versione    to fot-versione-chiave.

      ***---
       CIFRA-ALLEGATI.
           move all-chiave      to cfl-chiave-record.
           move "ALL-PERCORSO"  to cfl-campo.
           move 200             to cfl-lunghezza.
           move all-percorso    to cfl-testo.
           perform CIFRA-CAMPO.
           move cfl-testo(1:200) to all-percorso.
           move cfl-versione    to all-versione-chiave.

      ***---
       CIFRA-CAMPO.
           set  cfl-cifra      to true.
           call "st-cifra" using cifra-link.

      ***---
       MIGRA-RETENZIONE.
           open input v-retenzione.
           if status-vecchio not = "00"
              move "MIGRA-RETENZIONE" to ell-paragrafo
              move "V-RETENZIONE"     to ell-file
              move status-vecchio     to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           open output retenzione.
           perform until 1 = 2
              read v-retenzione next at end exit perform end-read
              initialize rec-retenzione
              move v-rec-retenzione to rec-retenzione(1:52)
              write rec-retenzione
                    invalid continue
                not invalid add 1 to ws-convertiti
              end-write
           end-perform.
           close retenzione v-retenzione.

      ***---
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
                   replacing trailing low-value by spaces.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-MIGRAFILE"     to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
