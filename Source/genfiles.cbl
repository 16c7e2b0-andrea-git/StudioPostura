      * PIANO DI TRATTAMENTO DELLE SCHEDE (VEDI ST-PIANO).
           copy "piano.sl".
      *
      * TRIBUTI DA VERSARE CON IL MODELLO F24 (VEDI ST-F24)
           copy "f24vers.sl".
      *
      * RATE PASSIVE DISPOSTE IN DISTINTA SCT (VEDI ST-SCTGEN).
           copy "sctdist.sl".
      *
      * REGISTRO DEI BENI STRUMENTALI (VEDI ST-CESPITI).
           copy "cespiti.sl".
      *
      * QUOTE ANNUALI DI AMMORTAMENTO DEI CESPITI (VEDI ST-CESPAMM).
           copy "ammcesp.sl".
      *
      * CONTRATTI PASSIVI RICORRENTI (VEDI ST-CONTRPASS).
           copy "contrpass.sl".
      *
      * SCADENZE PREVISIONALI DEI CONTRATTI (VEDI ST-SCADPREVGEN).
           copy "scadprev.sl".
      *
      * MOVIMENTI DI CASSA IN USCITA (VEDI ST-MOVCASSA).
           copy "movcassa.sl".
      *
      * RICHIESTE DI PAGAMENTO TRAMITE LINK (ST-PAYLINK)
           copy "paylink.sl".
      *
      * PROMOZIONI A TEMPO E CODICI SCONTO
           copy "promo.sl".
      *
      * UTILIZZI DELLE PROMOZIONI
           copy "promouso.sl".
      *
      * TABELLA MOTIVI DI DISDETTA
           copy "motividisd.sl".
      *
      * REGISTRO DISDETTE, NO-SHOW E PENALI
           copy "disdette.sl".
      *
      * ABILITAZIONI DEGLI OPERATORI ALLE PRESTAZIONI
           copy "abilitazioni.sl".
      *
      * REGISTRO DEI CREDITI FORMATIVI ECM DEGLI OPERATORI
           copy "creditiecm.sl".
      *
      * ANAGRAFICA DELLE ATTREZZATURE
           copy "attrezzature.sl".
      *
      * REGISTRO MANUTENZIONI E VERIFICHE DELLE ATTREZZATURE
           copy "manutenzioni.sl".
      *
      * REGISTRO DELLE SANIFICAZIONI DELLE STANZE
           copy "sanificazioni.sl".
      *
      * LIBRERIA DELLE SCALE CLINICHE
           copy "scaleclin.sl".
      *
      * DOMANDE DELLE SCALE CLINICHE
           copy "scaledom.sl".
      *
      * QUESTIONARI CLINICI COMPILATI
           copy "valutazioni.sl".
      *
      * TABELLA DELLE CONTROINDICAZIONI
           copy "controind.sl".
      *
      * REGISTRO DEGLI EVENTI AVVERSI (RISCHIO CLINICO)
           copy "eventiavv.sl".
      *
      * REGISTRO DELLE CONSULTAZIONI DEI DATI SANITARI
           copy "letture.sl".
      *
      * REGISTRO RICHIESTE DI ACCESSO/PORTABILITA' (ST-ESPORTACLI)
           copy "richiestedir.sl".
      *
      * RICHIESTE DI DOPPIA AUTORIZZAZIONE (VEDI ST-QUATTROCCHI)
           copy "doppiaut.sl".
      *
      * GIORNALE DEGLI ERRORI DI ESECUZIONE (VEDI ST-ERRLOG)
           copy "errlog.sl".
      *
      * ESTRAZIONI VERSO L'ARCHIVIO DI ANALISI
           copy "dwstato.sl".
      *
      * PSEUDONIMI DEI CLIENTI PER L'ARCHIVIO DI ANALISI
           copy "dwpseudo.sl".
      *
      * ABBONAMENTI AI REPORT PERIODICI
           copy "repabb.sl".
      *
      * VISTE SALVATE DELLE GRIGLIE ZOOM-GT
           copy "zoomvist.sl".
      *
      * ELENCO DI LAVORO DELLE VISTE DA SCEGLIERE
           copy "zoomvsel.sl".
      *
      * CODICI A BARRE DEGLI ARTICOLI
           copy "artbarre.sl".
      *
      * DISTINTA DEI CONSUMI PER PRESTAZIONE
           copy "distcons.sl".
      *
      * TABELLA DEI MOTIVI DI RESO
           copy "motivireso.sl".
      *
      * REGISTRO DEI RESI DI MERCE
           copy "resi.sl".
      *
      * LISTINI DEI FORNITORI PER ARTICOLO
           copy "artforn.sl".
      *
      * STORICO PREZZI DEI LISTINI FORNITORI
           copy "artfornst.sl".
      *
      * MODELLI DI LETTERA PER TIPO E LINGUA (ST-MODLETT)
           copy "modlett.sl".
      *
      * FONDI SANITARI E ASSICURAZIONI (ST-FONDI)
           copy "fondi.sl".
      *
      * PRATICHE DI RIMBORSO AI FONDI (ST-PRATICHE)
           copy "pratiche.sl".
      *
      * CHECKPOINT DI RIPRESA: TIENE IL NUMERO D'ORDINE DELL'ULTIMO
      * FILE VERIFICATO/CREATO CON SUCCESSO, COSI' CHE UN RILANCIO DOPO
      * UN'INTERRUZIONE (ES. RIAVVIO SERVER A META' LAVORO) RIPARTA DA
           copy "spoolq.fd".
           copy "filecnt.fd".
           copy "piano.fd".
           copy "f24vers.fd".
           copy "sctdist.fd".
           copy "cespiti.fd".
           copy "ammcesp.fd".
           copy "contrpass.fd".
           copy "scadprev.fd".
           copy "movcassa.fd".
           copy "paylink.fd".
           copy "promo.fd".
           copy "promouso.fd".
           copy "motividisd.fd".
           copy "disdette.fd".
           copy "abilitazioni.fd".
           copy "creditiecm.fd".
           copy "attrezzature.fd".
           copy "manutenzioni.fd".
           copy "sanificazioni.fd".
           copy "scaleclin.fd".
           copy "scaledom.fd".
           copy "valutazioni.fd".
           copy "controind.fd".
           copy "eventiavv.fd".
           copy "letture.fd".
           copy "richiestedir.fd".
           copy "doppiaut.fd".
           copy "errlog.fd".
           copy "dwstato.fd".
           copy "dwpseudo.fd".
           copy "repabb.fd".
           copy "zoomvist.fd".
           copy "zoomvsel.fd".
           copy "artbarre.fd".
           copy "distcons.fd".
           copy "motivireso.fd".
           copy "resi.fd".
           copy "artforn.fd".
           copy "artfornst.fd".
           copy "modlett.fd".
           copy "fondi.fd".
           copy "pratiche.fd".

           copy "fblock.fd".

           LABEL RECORD IS STANDARD.
       01  REC-FCHECK.
           05 FCK-PRI-KEY      PIC X(15).
           05 FCK-ULTIMO-PASSO PIC 9(3).

       WORKING-STORAGE SECTION.
           COPY "acucobol.def".
       77  status-spoolq       pic xx.
       77  status-filecnt      pic xx.
       77  status-piano        pic xx.
       77  status-f24vers      pic xx.
       77  status-sctdist      pic xx.
       77  status-cespiti      pic xx.
       77  status-ammcesp      pic xx.
       77  status-contrpass    pic xx.
       77  status-scadprev     pic xx.
       77  status-movcassa     pic xx.
       77  status-paylink      pic xx.
       77  status-promo        pic xx.
       77  status-promouso     pic xx.
       77  status-motividisd   pic xx.
       77  status-disdette     pic xx.
       77  status-abilitazioni pic xx.
       77  status-creditiecm   pic xx.
       77  status-attrezzature pic xx.
       77  status-manutenzioni pic xx.
       77  status-sanificazioni pic xx.
       77  status-scaleclin    pic xx.
       77  status-scaledom     pic xx.
       77  status-valutazioni  pic xx.
       77  status-controind    pic xx.
       77  status-eventiavv    pic xx.
       77  status-letture      pic xx.
       77  status-richiestedir pic xx.
       77  status-doppiaut     pic xx.
       77  status-errlog       pic xx.
       77  status-dwstato      pic xx.
       77  status-dwpseudo     pic xx.
       77  status-repabb       pic xx.
       77  status-zoomvist     pic xx.
       77  status-zoomvsel     pic xx.
       77  status-artbarre     pic xx.
       77  status-distcons     pic xx.
       77  status-motivireso   pic xx.
       77  status-resi         pic xx.
       77  status-artforn      pic xx.
       77  status-artfornst    pic xx.
       77  status-modlett      pic xx.
       77  status-fondi        pic xx.
       77  status-pratiche     pic xx.
       77  status-fblock        pic xx.
       77  status-fcheck        pic xx.
       77  stato-io             pic xx.
       78  titolo            value "Generazione files".
       78  fck-chiave-genfiles  value "GENFILES".

       77  ws-passo             pic 9(3) value 0.
       77  ws-ultimo-passo      pic 9(3) value 0.

      * PONTE VERSO ST-MIGRAFILE: QUANDO UN FILE RISPONDE "39"
      * (TRACCIATO ALLA VERSIONE PRECEDENTE) LO SI FA CONVERTIRE E
       77  ws-migra-convertiti  pic 9(7).
       77  ws-migra-esito       pic xx.

      * GLI ERRORI DI FILE (39/98) VANNO ANCHE SUL GIORNALE DEGLI
      * ERRORI DI ESECUZIONE (VEDI ST-ERRLOG).
           copy "errlog.lks".

       LINKAGE SECTION.
       77  link-status       signed-short.

                            icon 3
                
           end-evaluate.      
           if status-ARTICOLI = "39" or "98"
              move "ARTICOLI-ERR"  to ell-paragrafo
              move "ARTICOLI"      to ell-file
              move status-ARTICOLI to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RLISTINI-ERR SECTION.
                            icon 3
                
           end-evaluate.      
           if status-RLISTINI = "39" or "98"
              move "RLISTINI-ERR"  to ell-paragrafo
              move "RLISTINI"      to ell-file
              move status-RLISTINI to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TIPOCLI-ERR SECTION.
                            icon 3
                
           end-evaluate.    
           if status-TIPOCLI = "39" or "98"
              move "TIPOCLI-ERR"  to ell-paragrafo
              move "TIPOCLI"      to ell-file
              move status-TIPOCLI to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TLISTINI-ERR SECTION.
                            icon 3
                
           end-evaluate.    
           if status-TLISTINI = "39" or "98"
              move "TLISTINI-ERR"  to ell-paragrafo
              move "TLISTINI"      to ell-file
              move status-TLISTINI to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CODIVA-ERR SECTION.
                            icon 3
                
           end-evaluate.    
           if status-CODIVA = "39" or "98"
              move "CODIVA-ERR"  to ell-paragrafo
              move "CODIVA"      to ell-file
              move status-CODIVA to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PARAM-ERR SECTION.
                            icon 3
                
           end-evaluate.    
           if status-PARAM = "39" or "98"
              move "PARAM-ERR"  to ell-paragrafo
              move "PARAM"      to ell-file
              move status-PARAM to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CLIENTI-ERR SECTION.
                            icon 3
                
           end-evaluate.      
           if status-CLIENTI = "39" or "98"
              move "CLIENTI-ERR"  to ell-paragrafo
              move "CLIENTI"      to ell-file
              move status-CLIENTI to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TSCHEDE-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-tschede = "39" or "98"
              move "TSCHEDE-ERR"  to ell-paragrafo
              move "TSCHEDE"      to ell-file
              move status-tschede to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RSCHEDE-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-rschede = "39" or "98"
              move "RSCHEDE-ERR"  to ell-paragrafo
              move "RSCHEDE"      to ell-file
              move status-rschede to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TFATTURE-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-tfatture = "39" or "98"
              move "TFATTURE-ERR"  to ell-paragrafo
              move "TFATTURE"      to ell-file
              move status-tfatture to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RFATTURE-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-rfatture = "39" or "98"
              move "RFATTURE-ERR"  to ell-paragrafo
              move "RFATTURE"      to ell-file
              move status-rfatture to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TCORRISP-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-tcorrisp = "39" or "98"
              move "TCORRISP-ERR"  to ell-paragrafo
              move "TCORRISP"      to ell-file
              move status-tcorrisp to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RCORRISP-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-rcorrisp = "39" or "98"
              move "RCORRISP-ERR"  to ell-paragrafo
              move "RCORRISP"      to ell-file
              move status-rcorrisp to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TNOTACR-ERR SECTION.
                            icon 3
                
           end-evaluate.  
           if status-tnotacr = "39" or "98"
              move "TNOTACR-ERR"  to ell-paragrafo
              move "TNOTACR"      to ell-file
              move status-tnotacr to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RNOTACR-ERR SECTION.
                            icon 3
                
           end-evaluate.   
           if status-rnotacr = "39" or "98"
              move "RNOTACR-ERR"  to ell-paragrafo
              move "RNOTACR"      to ell-file
              move status-rnotacr to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       APPUNTAMENTI-ERR SECTION.
                            icon 3
                
           end-evaluate.
           if status-appuntamenti = "39" or "98"
              move "APPUNTAMENTI-ERR"  to ell-paragrafo
              move "APPUNTAMENTI"      to ell-file
              move status-appuntamenti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ZOOMCFG-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-zoomcfg = "39" or "98"
              move "ZOOMCFG-ERR"  to ell-paragrafo
              move "ZOOMCFG"      to ell-file
              move status-zoomcfg to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       COMUNICAZIONI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-comunicazioni = "39" or "98"
              move "COMUNICAZIONI-ERR"  to ell-paragrafo
              move "COMUNICAZIONI"      to ell-file
              move status-comunicazioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       OPERATORI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-operatori = "39" or "98"
              move "OPERATORI-ERR"  to ell-paragrafo
              move "OPERATORI"      to ell-file
              move status-operatori to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       AUDITLOG-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-auditlog = "39" or "98"
              move "AUDITLOG-ERR"  to ell-paragrafo
              move "AUDITLOG"      to ell-file
              move status-auditlog to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       INCASSI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-incassi = "39" or "98"
              move "INCASSI-ERR"  to ell-paragrafo
              move "INCASSI"      to ell-file
              move status-incassi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TPAGAM-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tpagam = "39" or "98"
              move "TPAGAM-ERR"  to ell-paragrafo
              move "TPAGAM"      to ell-file
              move status-tpagam to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCADENZE-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-scadenze = "39" or "98"
              move "SCADENZE-ERR"  to ell-paragrafo
              move "SCADENZE"      to ell-file
              move status-scadenze to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CHIUCASSA-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-chiucassa = "39" or "98"
              move "CHIUCASSA-ERR"  to ell-paragrafo
              move "CHIUCASSA"      to ell-file
              move status-chiucassa to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ACCONTI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-acconti = "39" or "98"
              move "ACCONTI-ERR"  to ell-paragrafo
              move "ACCONTI"      to ell-file
              move status-acconti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FEEXPORT-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-feexport = "39" or "98"
              move "FEEXPORT-ERR"  to ell-paragrafo
              move "FEEXPORT"      to ell-file
              move status-feexport to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CORRTELE-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-corrtele = "39" or "98"
              move "CORRTELE-ERR"  to ell-paragrafo
              move "CORRTELE"      to ell-file
              move status-corrtele to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PDCMAP-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-pdcmap = "39" or "98"
              move "PDCMAP-ERR"  to ell-paragrafo
              move "PDCMAP"      to ell-file
              move status-pdcmap to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TPREVENTIVI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tpreventivi = "39" or "98"
              move "TPREVENTIVI-ERR"  to ell-paragrafo
              move "TPREVENTIVI"      to ell-file
              move status-tpreventivi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RPREVENTIVI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-rpreventivi = "39" or "98"
              move "RPREVENTIVI-ERR"  to ell-paragrafo
              move "RPREVENTIVI"      to ell-file
              move status-rpreventivi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ABBONAMENTI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-abbonamenti = "39" or "98"
              move "ABBONAMENTI-ERR"  to ell-paragrafo
              move "ABBONAMENTI"      to ell-file
              move status-abbonamenti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       VOUCHER-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-voucher = "39" or "98"
              move "VOUCHER-ERR"  to ell-paragrafo
              move "VOUCHER"      to ell-file
              move status-voucher to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PUNTI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-punti = "39" or "98"
              move "PUNTI-ERR"  to ell-paragrafo
              move "PUNTI"      to ell-file
              move status-punti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       LISTATTESA-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-listattesa = "39" or "98"
              move "LISTATTESA-ERR"  to ell-paragrafo
              move "LISTATTESA"      to ell-file
              move status-listattesa to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FESTIVI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-festivi = "39" or "98"
              move "FESTIVI-ERR"  to ell-paragrafo
              move "FESTIVI"      to ell-file
              move status-festivi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       STANZE-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-stanze = "39" or "98"
              move "STANZE-ERR"  to ell-paragrafo
              move "STANZE"      to ell-file
              move status-stanze to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DIRITTI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-diritti = "39" or "98"
              move "DIRITTI-ERR"  to ell-paragrafo
              move "DIRITTI"      to ell-file
              move status-diritti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ACCESSI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-accessi = "39" or "98"
              move "ACCESSI-ERR"  to ell-paragrafo
              move "ACCESSI"      to ell-file
              move status-accessi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ANAMNESI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-anamnesi = "39" or "98"
              move "ANAMNESI-ERR"  to ell-paragrafo
              move "ANAMNESI"      to ell-file
              move status-anamnesi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MISURAZIONI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-misurazioni = "39" or "98"
              move "MISURAZIONI-ERR"  to ell-paragrafo
              move "MISURAZIONI"      to ell-file
              move status-misurazioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FOTOCLI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-fotocli = "39" or "98"
              move "FOTOCLI-ERR"  to ell-paragrafo
              move "FOTOCLI"      to ell-file
              move status-fotocli to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CONSENSI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-consensi = "39" or "98"
              move "CONSENSI-ERR"  to ell-paragrafo
              move "CONSENSI"      to ell-file
              move status-consensi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MOVMAG-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-movmag = "39" or "98"
              move "MOVMAG-ERR"  to ell-paragrafo
              move "MOVMAG"      to ell-file
              move status-movmag to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FORNITORI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-fornitori = "39" or "98"
              move "FORNITORI-ERR"  to ell-paragrafo
              move "FORNITORI"      to ell-file
              move status-fornitori to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TFATACQ-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tfatacq = "39" or "98"
              move "TFATACQ-ERR"  to ell-paragrafo
              move "TFATACQ"      to ell-file
              move status-tfatacq to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RFATACQ-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-rfatacq = "39" or "98"
              move "RFATACQ-ERR"  to ell-paragrafo
              move "RFATACQ"      to ell-file
              move status-rfatacq to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCADPASS-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-scadpass = "39" or "98"
              move "SCADPASS-ERR"  to ell-paragrafo
              move "SCADPASS"      to ell-file
              move status-scadpass to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       LIQUIDIVA-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-liquidiva = "39" or "98"
              move "LIQUIDIVA-ERR"  to ell-paragrafo
              move "LIQUIDIVA"      to ell-file
              move status-liquidiva to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MANDATI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-mandati = "39" or "98"
              move "MANDATI-ERR"  to ell-paragrafo
              move "MANDATI"      to ell-file
              move status-mandati to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SDDDIST-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-sdddist = "39" or "98"
              move "SDDDIST-ERR"  to ell-paragrafo
              move "SDDDIST"      to ell-file
              move status-sdddist to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       POSRICON-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-posricon = "39" or "98"
              move "POSRICON-ERR"  to ell-paragrafo
              move "POSRICON"      to ell-file
              move status-posricon to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       OBIETTIVI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-obiettivi = "39" or "98"
              move "OBIETTIVI-ERR"  to ell-paragrafo
              move "OBIETTIVI"      to ell-file
              move status-obiettivi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ESERCIZI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-esercizi = "39" or "98"
              move "ESERCIZI-ERR"  to ell-paragrafo
              move "ESERCIZI"      to ell-file
              move status-esercizi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCHEDESER-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-schedeser = "39" or "98"
              move "SCHEDESER-ERR"  to ell-paragrafo
              move "SCHEDESER"      to ell-file
              move status-schedeser to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       QUESTIONARI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-questionari = "39" or "98"
              move "QUESTIONARI-ERR"  to ell-paragrafo
              move "QUESTIONARI"      to ell-file
              move status-questionari to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TIPIDOC-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tipidoc = "39" or "98"
              move "TIPIDOC-ERR"  to ell-paragrafo
              move "TIPIDOC"      to ell-file
              move status-tipidoc to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ALLEGATI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-allegati = "39" or "98"
              move "ALLEGATI-ERR"  to ell-paragrafo
              move "ALLEGATI"      to ell-file
              move status-allegati to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TURNI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-turni = "39" or "98"
              move "TURNI-ERR"  to ell-paragrafo
              move "TURNI"      to ell-file
              move status-turni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ASSENZE-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-assenze = "39" or "98"
              move "ASSENZE-ERR"  to ell-paragrafo
              move "ASSENZE"      to ell-file
              move status-assenze to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       GIORNALE-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-giornale = "39" or "98"
              move "GIORNALE-ERR"  to ell-paragrafo
              move "GIORNALE"      to ell-file
              move status-giornale to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SYNCCODA-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-synccoda = "39" or "98"
              move "SYNCCODA-ERR"  to ell-paragrafo
              move "SYNCCODA"      to ell-file
              move status-synccoda to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ANNICHIUSI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-annichiusi = "39" or "98"
              move "ANNICHIUSI-ERR"  to ell-paragrafo
              move "ANNICHIUSI"      to ell-file
              move status-annichiusi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RETENZIONE-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-retenzione = "39" or "98"
              move "RETENZIONE-ERR"  to ell-paragrafo
              move "RETENZIONE"      to ell-file
              move status-retenzione to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       STATMENS-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-statmens = "39" or "98"
              move "STATMENS-ERR"  to ell-paragrafo
              move "STATMENS"      to ell-file
              move status-statmens to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MAILQ-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-mailq = "39" or "98"
              move "MAILQ-ERR"  to ell-paragrafo
              move "MAILQ"      to ell-file
              move status-mailq to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CORRRETT-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-corrrett = "39" or "98"
              move "CORRRETT-ERR"  to ell-paragrafo
              move "CORRRETT"      to ell-file
              move status-corrrett to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TINVENT-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tinvent = "39" or "98"
              move "TINVENT-ERR"  to ell-paragrafo
              move "TINVENT"      to ell-file
              move status-tinvent to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RINVENT-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-rinvent = "39" or "98"
              move "RINVENT-ERR"  to ell-paragrafo
              move "RINVENT"      to ell-file
              move status-rinvent to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TORDFORN-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tordforn = "39" or "98"
              move "TORDFORN-ERR"  to ell-paragrafo
              move "TORDFORN"      to ell-file
              move status-tordforn to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RORDFORN-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-rordforn = "39" or "98"
              move "RORDFORN-ERR"  to ell-paragrafo
              move "RORDFORN"      to ell-file
              move status-rordforn to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       LOTTI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-lotti = "39" or "98"
              move "LOTTI-ERR"  to ell-paragrafo
              move "LOTTI"      to ell-file
              move status-lotti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CONVENZIONI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-convenzioni = "39" or "98"
              move "CONVENZIONI-ERR"  to ell-paragrafo
              move "CONVENZIONI"      to ell-file
              move status-convenzioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RCONV-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-rconv = "39" or "98"
              move "RCONV-ERR"  to ell-paragrafo
              move "RCONV"      to ell-file
              move status-rconv to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TARIFFEOP-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tariffeop = "39" or "98"
              move "TARIFFEOP-ERR"  to ell-paragrafo
              move "TARIFFEOP"      to ell-file
              move status-tariffeop to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       LIQUIDAZIONI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-liquidazioni = "39" or "98"
              move "LIQUIDAZIONI-ERR"  to ell-paragrafo
              move "LIQUIDAZIONI"      to ell-file
              move status-liquidazioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       TUTORI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-tutori = "39" or "98"
              move "TUTORI-ERR"  to ell-paragrafo
              move "TUTORI"      to ell-file
              move status-tutori to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CONSINFO-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-consinfo = "39" or "98"
              move "CONSINFO-ERR"  to ell-paragrafo
              move "CONSINFO"      to ell-file
              move status-consinfo to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CORSI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-corsi = "39" or "98"
              move "CORSI-ERR"  to ell-paragrafo
              move "CORSI"      to ell-file
              move status-corsi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ISCRIZIONI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-iscrizioni = "39" or "98"
              move "ISCRIZIONI-ERR"  to ell-paragrafo
              move "ISCRIZIONI"      to ell-file
              move status-iscrizioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DIARIO-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-diario = "39" or "98"
              move "DIARIO-ERR"  to ell-paragrafo
              move "DIARIO"      to ell-file
              move status-diario to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MESSAGGI-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-messaggi = "39" or "98"
              move "MESSAGGI-ERR"  to ell-paragrafo
              move "MESSAGGI"      to ell-file
              move status-messaggi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       BATCHJOB-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-batchjob = "39" or "98"
              move "BATCHJOB-ERR"  to ell-paragrafo
              move "BATCHJOB"      to ell-file
              move status-batchjob to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ESIBATCH-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-esibatch = "39" or "98"
              move "ESIBATCH-ERR"  to ell-paragrafo
              move "ESIBATCH"      to ell-file
              move status-esibatch to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SPOOLQ-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-spoolq = "39" or "98"
              move "SPOOLQ-ERR"  to ell-paragrafo
              move "SPOOLQ"      to ell-file
              move status-spoolq to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FILECNT-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-filecnt = "39" or "98"
              move "FILECNT-ERR"  to ell-paragrafo
              move "FILECNT"      to ell-file
              move status-filecnt to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PIANO-ERR SECTION.
                            icon 3

           end-evaluate.
           if status-piano = "39" or "98"
              move "PIANO-ERR"  to ell-paragrafo
              move "PIANO"      to ell-file
              move status-piano to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       F24VERS-ERR SECTION.
           use after error procedure on f24vers.
           evaluate status-f24vers
           when "35" continue
           when "39"
                display message "File [F24VERS] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[F24VERS] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-f24vers = "39" or "98"
              move "F24VERS-ERR"  to ell-paragrafo
              move "F24VERS"      to ell-file
              move status-f24vers to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCTDIST-ERR SECTION.
           use after error procedure on sctdist.
           evaluate status-sctdist
           when "35" continue
           when "39"
                display message "File [SCTDIST] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[SCTDIST] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-sctdist = "39" or "98"
              move "SCTDIST-ERR"  to ell-paragrafo
              move "SCTDIST"      to ell-file
              move status-sctdist to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CESPITI-ERR SECTION.
           use after error procedure on cespiti.
           evaluate status-cespiti
           when "35" continue
           when "39"
                display message "File [CESPITI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[CESPITI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-cespiti = "39" or "98"
              move "CESPITI-ERR"  to ell-paragrafo
              move "CESPITI"      to ell-file
              move status-cespiti to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       AMMCESP-ERR SECTION.
           use after error procedure on ammcesp.
           evaluate status-ammcesp
           when "35" continue
           when "39"
                display message "File [AMMCESP] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[AMMCESP] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-ammcesp = "39" or "98"
              move "AMMCESP-ERR"  to ell-paragrafo
              move "AMMCESP"      to ell-file
              move status-ammcesp to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CONTRPASS-ERR SECTION.
           use after error procedure on contrpass.
           evaluate status-contrpass
           when "35" continue
           when "39"
                display message "File [CONTRPASS] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[CONTRPASS] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-contrpass = "39" or "98"
              move "CONTRPASS-ERR"  to ell-paragrafo
              move "CONTRPASS"      to ell-file
              move status-contrpass to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCADPREV-ERR SECTION.
           use after error procedure on scadprev.
           evaluate status-scadprev
           when "35" continue
           when "39"
                display message "File [SCADPREV] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[SCADPREV] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-scadprev = "39" or "98"
              move "SCADPREV-ERR"  to ell-paragrafo
              move "SCADPREV"      to ell-file
              move status-scadprev to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MOVCASSA-ERR SECTION.
           use after error procedure on movcassa.
           evaluate status-movcassa
           when "35" continue
           when "39"
                display message "File [MOVCASSA] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[MOVCASSA] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-movcassa = "39" or "98"
              move "MOVCASSA-ERR"  to ell-paragrafo
              move "MOVCASSA"      to ell-file
              move status-movcassa to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PAYLINK-ERR SECTION.
           use after error procedure on paylink.
           evaluate status-paylink
           when "35" continue
           when "39"
                display message "File [PAYLINK] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[PAYLINK] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-paylink = "39" or "98"
              move "PAYLINK-ERR"  to ell-paragrafo
              move "PAYLINK"      to ell-file
              move status-paylink to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PROMO-ERR SECTION.
           use after error procedure on promo.
           evaluate status-promo
           when "35" continue
           when "39"
                display message "File [PROMO] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[PROMO] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-promo = "39" or "98"
              move "PROMO-ERR"  to ell-paragrafo
              move "PROMO"      to ell-file
              move status-promo to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PROMOUSO-ERR SECTION.
           use after error procedure on promouso.
           evaluate status-promouso
           when "35" continue
           when "39"
                display message "File [PROMOUSO] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[PROMOUSO] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-promouso = "39" or "98"
              move "PROMOUSO-ERR"  to ell-paragrafo
              move "PROMOUSO"      to ell-file
              move status-promouso to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MOTIVIDISD-ERR SECTION.
           use after error procedure on motividisd.
           evaluate status-motividisd
           when "35" continue
           when "39"
                display message "File [MOTIVIDISD] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[MOTIVIDISD] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-motividisd = "39" or "98"
              move "MOTIVIDISD-ERR"  to ell-paragrafo
              move "MOTIVIDISD"      to ell-file
              move status-motividisd to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DISDETTE-ERR SECTION.
           use after error procedure on disdette.
           evaluate status-disdette
           when "35" continue
           when "39"
                display message "File [DISDETTE] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[DISDETTE] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-disdette = "39" or "98"
              move "DISDETTE-ERR"  to ell-paragrafo
              move "DISDETTE"      to ell-file
              move status-disdette to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ABILITAZIONI-ERR SECTION.
           use after error procedure on abilitazioni.
           evaluate status-abilitazioni
           when "35" continue
           when "39"
                display message "File [ABILITAZIONI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ABILITAZIONI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-abilitazioni = "39" or "98"
              move "ABILITAZIONI-ERR"  to ell-paragrafo
              move "ABILITAZIONI"      to ell-file
              move status-abilitazioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CREDITIECM-ERR SECTION.
           use after error procedure on creditiecm.
           evaluate status-creditiecm
           when "35" continue
           when "39"
                display message "File [CREDITIECM] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[CREDITIECM] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-creditiecm = "39" or "98"
              move "CREDITIECM-ERR"  to ell-paragrafo
              move "CREDITIECM"      to ell-file
              move status-creditiecm to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ATTREZZATURE-ERR SECTION.
           use after error procedure on attrezzature.
           evaluate status-attrezzature
           when "35" continue
           when "39"
                display message "File [ATTREZZATURE] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ATTREZZATURE] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-attrezzature = "39" or "98"
              move "ATTREZZATURE-ERR"  to ell-paragrafo
              move "ATTREZZATURE"      to ell-file
              move status-attrezzature to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MANUTENZIONI-ERR SECTION.
           use after error procedure on manutenzioni.
           evaluate status-manutenzioni
           when "35" continue
           when "39"
                display message "File [MANUTENZIONI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[MANUTENZIONI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-manutenzioni = "39" or "98"
              move "MANUTENZIONI-ERR"  to ell-paragrafo
              move "MANUTENZIONI"      to ell-file
              move status-manutenzioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SANIFICAZIONI-ERR SECTION.
           use after error procedure on sanificazioni.
           evaluate status-sanificazioni
           when "35" continue
           when "39"
                display message "File [SANIFICAZIONI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[SANIFICAZIONI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-sanificazioni = "39" or "98"
              move "SANIFICAZIONI-ERR"  to ell-paragrafo
              move "SANIFICAZIONI"      to ell-file
              move status-sanificazioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCALECLIN-ERR SECTION.
           use after error procedure on scaleclin.
           evaluate status-scaleclin
           when "35" continue
           when "39"
                display message "File [SCALECLIN] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[SCALECLIN] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-scaleclin = "39" or "98"
              move "SCALECLIN-ERR"  to ell-paragrafo
              move "SCALECLIN"      to ell-file
              move status-scaleclin to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       SCALEDOM-ERR SECTION.
           use after error procedure on scaledom.
           evaluate status-scaledom
           when "35" continue
           when "39"
                display message "File [SCALEDOM] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[SCALEDOM] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-scaledom = "39" or "98"
              move "SCALEDOM-ERR"  to ell-paragrafo
              move "SCALEDOM"      to ell-file
              move status-scaledom to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       VALUTAZIONI-ERR SECTION.
           use after error procedure on valutazioni.
           evaluate status-valutazioni
           when "35" continue
           when "39"
                display message "File [VALUTAZIONI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[VALUTAZIONI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-valutazioni = "39" or "98"
              move "VALUTAZIONI-ERR"  to ell-paragrafo
              move "VALUTAZIONI"      to ell-file
              move status-valutazioni to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       CONTROIND-ERR SECTION.
           use after error procedure on controind.
           evaluate status-controind
           when "35" continue
           when "39"
                display message "File [CONTROIND] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[CONTROIND] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-controind = "39" or "98"
              move "CONTROIND-ERR"  to ell-paragrafo
              move "CONTROIND"      to ell-file
              move status-controind to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       EVENTIAVV-ERR SECTION.
           use after error procedure on eventiavv.
           evaluate status-eventiavv
           when "35" continue
           when "39"
                display message "File [EVENTIAVV] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[EVENTIAVV] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-eventiavv = "39" or "98"
              move "EVENTIAVV-ERR"  to ell-paragrafo
              move "EVENTIAVV"      to ell-file
              move status-eventiavv to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       LETTURE-ERR SECTION.
           use after error procedure on letture.
           evaluate status-letture
           when "35" continue
           when "39"
                display message "File [LETTURE] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[LETTURE] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-letture = "39" or "98"
              move "LETTURE-ERR"  to ell-paragrafo
              move "LETTURE"      to ell-file
              move status-letture to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RICHIESTEDIR-ERR SECTION.
           use after error procedure on richiestedir.
           evaluate status-richiestedir
           when "35" continue
           when "39"
                display message "File [RICHIESTEDIR] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[RICHIESTEDIR] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-richiestedir = "39" or "98"
              move "RICHIESTEDIR-ERR"  to ell-paragrafo
              move "RICHIESTEDIR"      to ell-file
              move status-richiestedir to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DOPPIAUT-ERR SECTION.
           use after error procedure on doppiaut.
           evaluate status-doppiaut
           when "35" continue
           when "39"
                display message "File [DOPPIAUT] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[DOPPIAUT] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-doppiaut = "39" or "98"
              move "DOPPIAUT-ERR"  to ell-paragrafo
              move "DOPPIAUT"      to ell-file
              move status-doppiaut to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ERRLOG-ERR SECTION.
           use after error procedure on errlog.
           evaluate status-errlog
           when "35" continue
           when "39"
                display message "File [ERRLOG] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ERRLOG] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-errlog = "39" or "98"
              move "ERRLOG-ERR"  to ell-paragrafo
              move "ERRLOG"      to ell-file
              move status-errlog to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DWSTATO-ERR SECTION.
           use after error procedure on dwstato.
           evaluate status-dwstato
           when "35" continue
           when "39"
                display message "File [DWSTATO] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[DWSTATO] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-dwstato = "39" or "98"
              move "DWSTATO-ERR"  to ell-paragrafo
              move "DWSTATO"      to ell-file
              move status-dwstato to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DWPSEUDO-ERR SECTION.
           use after error procedure on dwpseudo.
           evaluate status-dwpseudo
           when "35" continue
           when "39"
                display message "File [DWPSEUDO] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[DWPSEUDO] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-dwpseudo = "39" or "98"
              move "DWPSEUDO-ERR"  to ell-paragrafo
              move "DWPSEUDO"      to ell-file
              move status-dwpseudo to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       REPABB-ERR SECTION.
           use after error procedure on repabb.
           evaluate status-repabb
           when "35" continue
           when "39"
                display message "File [REPABB] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[REPABB] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-repabb = "39" or "98"
              move "REPABB-ERR"  to ell-paragrafo
              move "REPABB"      to ell-file
              move status-repabb to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ZOOMVIST-ERR SECTION.
           use after error procedure on zoomvist.
           evaluate status-zoomvist
           when "35" continue
           when "39"
                display message "File [ZOOMVIST] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ZOOMVIST] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-zoomvist = "39" or "98"
              move "ZOOMVIST-ERR"  to ell-paragrafo
              move "ZOOMVIST"      to ell-file
              move status-zoomvist to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ZOOMVSEL-ERR SECTION.
           use after error procedure on zoomvsel.
           evaluate status-zoomvsel
           when "35" continue
           when "39"
                display message "File [ZOOMVSEL] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ZOOMVSEL] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-zoomvsel = "39" or "98"
              move "ZOOMVSEL-ERR"  to ell-paragrafo
              move "ZOOMVSEL"      to ell-file
              move status-zoomvsel to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ARTBARRE-ERR SECTION.
           use after error procedure on artbarre.
           evaluate status-artbarre
           when "35" continue
           when "39"
                display message "File [ARTBARRE] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ARTBARRE] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-artbarre = "39" or "98"
              move "ARTBARRE-ERR"  to ell-paragrafo
              move "ARTBARRE"      to ell-file
              move status-artbarre to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       DISTCONS-ERR SECTION.
           use after error procedure on distcons.
           evaluate status-distcons
           when "35" continue
           when "39"
                display message "File [DISTCONS] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[DISTCONS] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-distcons = "39" or "98"
              move "DISTCONS-ERR"  to ell-paragrafo
              move "DISTCONS"      to ell-file
              move status-distcons to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MOTIVIRESO-ERR SECTION.
           use after error procedure on motivireso.
           evaluate status-motivireso
           when "35" continue
           when "39"
                display message "File [MOTIVIRESO] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[MOTIVIRESO] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-motivireso = "39" or "98"
              move "MOTIVIRESO-ERR"  to ell-paragrafo
              move "MOTIVIRESO"      to ell-file
              move status-motivireso to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       RESI-ERR SECTION.
           use after error procedure on resi.
           evaluate status-resi
           when "35" continue
           when "39"
                display message "File [RESI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[RESI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-resi = "39" or "98"
              move "RESI-ERR"  to ell-paragrafo
              move "RESI"      to ell-file
              move status-resi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ARTFORN-ERR SECTION.
           use after error procedure on artforn.
           evaluate status-artforn
           when "35" continue
           when "39"
                display message "File [ARTFORN] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ARTFORN] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-artforn = "39" or "98"
              move "ARTFORN-ERR"  to ell-paragrafo
              move "ARTFORN"      to ell-file
              move status-artforn to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       ARTFORNST-ERR SECTION.
           use after error procedure on artfornst.
           evaluate status-artfornst
           when "35" continue
           when "39"
                display message "File [ARTFORNST] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[ARTFORNST] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-artfornst = "39" or "98"
              move "ARTFORNST-ERR"  to ell-paragrafo
              move "ARTFORNST"      to ell-file
              move status-artfornst to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       MODLETT-ERR SECTION.
           use after error procedure on modlett.
           evaluate status-modlett
           when "35" continue
           when "39"
                display message "File [MODLETT] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[MODLETT] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-modlett = "39" or "98"
              move "MODLETT-ERR"  to ell-paragrafo
              move "MODLETT"      to ell-file
              move status-modlett to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FONDI-ERR SECTION.
           use after error procedure on fondi.
           evaluate status-fondi
           when "35" continue
           when "39"
                display message "File [FONDI] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[FONDI] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-fondi = "39" or "98"
              move "FONDI-ERR"  to ell-paragrafo
              move "FONDI"      to ell-file
              move status-fondi to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       PRATICHE-ERR SECTION.
           use after error procedure on pratiche.
           evaluate status-pratiche
           when "35" continue
           when "39"
                display message "File [PRATICHE] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[PRATICHE] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-pratiche = "39" or "98"
              move "PRATICHE-ERR"  to ell-paragrafo
              move "PRATICHE"      to ell-file
              move status-pratiche to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

      ***---
       FCHECK-ERR SECTION.
           use after error procedure on FCHECK.
           evaluate status-fcheck
           when "35" continue
           when "39"
                display message "File [FCHECK] Mismatch size!"
                           title titolo
                            icon 3

           when "98"
                display message "[FCHECK] Indexed file corrupt!"
                           title titolo
                            icon 3

           end-evaluate.
           if status-fcheck = "39" or "98"
              move "FCHECK-ERR"  to ell-paragrafo
              move "FCHECK"      to ell-file
              move status-fcheck to ell-status
              call "st-errlog" using errlog-link
              cancel "st-errlog"
           end-if.

       END DECLARATIVES.

       MAIN-PRG.
           accept SYSTEM-INFORMATION from system-info.
           initialize errlog-link.
           move "GENFILES" to ell-programma.
           set ell-errore-file to true.
           move 0 to link-status.
           perform APRI-CHECKPOINT.

           move 0 to ws-passo.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ARTICOLI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CLIENTI-1
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CODIVA
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RLISTINI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TIPOCLI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TLISTINI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-PARAM
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CLIENTI-2
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TSCHEDE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RSCHEDE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TFATTURE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RFATTURE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TCORRISP
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RCORRISP
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TNOTACR
           end-if.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-GIORNALE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-SYNCCODA
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ANNICHIUSI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RETENZIONE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-STATMENS
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MAILQ
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CORRRETT
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TINVENT
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RINVENT
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TORDFORN
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RORDFORN
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-LOTTI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CONVENZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RCONV
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TARIFFEOP
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-LIQUIDAZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-TUTORI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CONSINFO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CORSI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ISCRIZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-DIARIO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MESSAGGI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-F24VERS
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-SCTDIST
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CESPITI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-AMMCESP
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CONTRPASS
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-SCADPREV
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MOVCASSA
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-PAYLINK
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-PROMO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-PROMOUSO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MOTIVIDISD
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-DISDETTE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ABILITAZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CREDITIECM
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ATTREZZATURE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MANUTENZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-SANIFICAZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-SCALECLIN
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-SCALEDOM
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-VALUTAZIONI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-CONTROIND
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-EVENTIAVV
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-LETTURE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RICHIESTEDIR
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-DOPPIAUT
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ERRLOG
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-DWSTATO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-DWPSEUDO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-REPABB
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ZOOMVIST
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ZOOMVSEL
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ARTBARRE
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-DISTCONS
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MOTIVIRESO
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-RESI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ARTFORN
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-ARTFORNST
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-MODLETT
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-FONDI
           end-if.
           perform AGGIORNA-CHECKPOINT.

           add 1 to ws-passo.
           if ws-passo > ws-ultimo-passo
              perform VERIFICA-PRATICHE
           end-if.
           perform AGGIORNA-CHECKPOINT.

              close       fcheck
              open input  fcheck
           end-if.
      * UN FCHECK COL VECCHIO TRACCIATO (PASSO SU DUE CIFRE) NON SI
      * APRE: IL CHECKPOINT NON HA DATI DA SALVARE, SI RICREA E SI
      * RIPARTE DAL PASSO 0.
           if stato-io = "39"
              open output fcheck
              close       fcheck
              open input  fcheck
           end-if.
           move fck-chiave-genfiles to fck-pri-key.
           read fcheck no lock
                invalid    continue
      ***---
       VERIFICA-TLISTINI.
           open input tlistini.
           if status-tlistini = "39"
              move "TLISTINI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input tlistini
           end-if.
           if status-tlistini = "35"
              open output tlistini
              if status-tlistini not = "00"
      ***---
       VERIFICA-RFATTURE.
           open input rfatture.
           if status-rfatture = "39"
              move "RFATTURE" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input rfatture
           end-if.
           if status-rfatture = "35"
              open output rfatture
              if status-rfatture not = "00"
      ***---
       VERIFICA-RCORRISP.
           open input rcorrisp.
           if status-rcorrisp = "39"
              move "RCORRISP" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input rcorrisp
           end-if.
           if status-rcorrisp = "35"
              open output rcorrisp
              if status-rcorrisp not = "00"
      ***---
       VERIFICA-RNOTACR.
           open input rnotacr.
           if status-rnotacr = "39"
              move "RNOTACR" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input rnotacr
           end-if.
           if status-rnotacr = "35"
              open output rnotacr
              if status-rnotacr not = "00"
      ***---
       VERIFICA-CHIUCASSA.
           open input chiucassa.
           if status-chiucassa = "39"
              move "CHIUCASSA" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input chiucassa
           end-if.
           if status-chiucassa = "35"
              open output chiucassa
              if status-chiucassa not = "00"
      ***---
       VERIFICA-ANAMNESI.
           open input anamnesi.
           if status-anamnesi = "39"
              move "ANAMNESI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input anamnesi
           end-if.
           if status-anamnesi = "35"
              open output anamnesi
              if status-anamnesi not = "00"
      ***---
       VERIFICA-MISURAZIONI.
           open input misurazioni.
           if status-misurazioni = "39"
              move "MISURAZIONI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input misurazioni
           end-if.
           if status-misurazioni = "35"
              open output misurazioni
              if status-misurazioni not = "00"
      ***---
       VERIFICA-FOTOCLI.
           open input fotocli.
           if status-fotocli = "39"
              move "FOTOCLI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input fotocli
           end-if.
           if status-fotocli = "35"
              open output fotocli
              if status-fotocli not = "00"
      ***---
       VERIFICA-FORNITORI.
           open input fornitori.
           if status-fornitori = "39"
              move "FORNITORI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input fornitori
           end-if.
           if status-fornitori = "35"
              open output fornitori
              if status-fornitori not = "00"
      ***---
       VERIFICA-TFATACQ.
           open input tfatacq.
           if status-tfatacq = "39"
              move "TFATACQ" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input tfatacq
           end-if.
           if status-tfatacq = "35"
              open output tfatacq
              if status-tfatacq not = "00"
      ***---
       VERIFICA-LIQUIDIVA.
           open input liquidiva.
           if status-liquidiva = "39"
              move "LIQUIDIVA" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input liquidiva
           end-if.
           if status-liquidiva = "35"
              open output liquidiva
              if status-liquidiva not = "00"
      ***---
       VERIFICA-ALLEGATI.
           open input allegati.
           if status-allegati = "39"
              move "ALLEGATI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input allegati
           end-if.
           if status-allegati = "35"
              open output allegati
              if status-allegati not = "00"
      ***---
       VERIFICA-RETENZIONE.
           open input retenzione.
           if status-retenzione = "39"
              move "RETENZIONE" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input retenzione
           end-if.
           if status-retenzione = "35"
              open output retenzione
              if status-retenzione not = "00"
      ***---
       VERIFICA-LIQUIDAZIONI.
           open input liquidazioni.
           if status-liquidazioni = "39"
              move "LIQUIDAZIONI" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input liquidazioni
           end-if.
           if status-liquidazioni = "35"
              open output liquidazioni
              if status-liquidazioni not = "00"
      ***---
       VERIFICA-DIARIO.
           open input diario.
           if status-diario = "39"
              move "DIARIO" to ws-migra-nome
              perform MIGRA-ARCHIVIO
              open input diario
           end-if.
           if status-diario = "35"
              open output diario
              if status-diario not = "00"
              end-if
           end-if.
           close piano.

      ***---
       VERIFICA-F24VERS.
           open input f24vers.
           if status-f24vers = "35"
              open output f24vers
              if status-f24vers not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close f24vers.

      ***---
       VERIFICA-SCTDIST.
           open input sctdist.
           if status-sctdist = "35"
              open output sctdist
              if status-sctdist not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close sctdist.

      ***---
       VERIFICA-CESPITI.
           open input cespiti.
           if status-cespiti = "35"
              open output cespiti
              if status-cespiti not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close cespiti.

      ***---
       VERIFICA-AMMCESP.
           open input ammcesp.
           if status-ammcesp = "35"
              open output ammcesp
              if status-ammcesp not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close ammcesp.

      ***---
       VERIFICA-CONTRPASS.
           open input contrpass.
           if status-contrpass = "35"
              open output contrpass
              if status-contrpass not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close contrpass.

      ***---
       VERIFICA-SCADPREV.
           open input scadprev.
           if status-scadprev = "35"
              open output scadprev
              if status-scadprev not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close scadprev.

      ***---
       VERIFICA-MOVCASSA.
           open input movcassa.
           if status-movcassa = "35"
              open output movcassa
              if status-movcassa not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close movcassa.

      ***---
       VERIFICA-PAYLINK.
           open input paylink.
           if status-paylink = "35"
              open output paylink
              if status-paylink not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close paylink.

      ***---
       VERIFICA-PROMO.
           open input promo.
           if status-promo = "35"
              open output promo
              if status-promo not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close promo.

      ***---
       VERIFICA-PROMOUSO.
           open input promouso.
           if status-promouso = "35"
              open output promouso
              if status-promouso not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close promouso.

      ***---
       VERIFICA-MOTIVIDISD.
           open input motividisd.
           if status-motividisd = "35"
              open output motividisd
              if status-motividisd not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close motividisd.

      ***---
       VERIFICA-DISDETTE.
           open input disdette.
           if status-disdette = "35"
              open output disdette
              if status-disdette not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close disdette.

      ***---
       VERIFICA-ABILITAZIONI.
           open input abilitazioni.
           if status-abilitazioni = "35"
              open output abilitazioni
              if status-abilitazioni not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close abilitazioni.

      ***---
       VERIFICA-CREDITIECM.
           open input creditiecm.
           if status-creditiecm = "35"
              open output creditiecm
              if status-creditiecm not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close creditiecm.

      ***---
       VERIFICA-ATTREZZATURE.
           open input attrezzature.
           if status-attrezzature = "35"
              open output attrezzature
              if status-attrezzature not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close attrezzature.

      ***---
       VERIFICA-MANUTENZIONI.
           open input manutenzioni.
           if status-manutenzioni = "35"
              open output manutenzioni
              if status-manutenzioni not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close manutenzioni.

      ***---
       VERIFICA-SANIFICAZIONI.
           open input sanificazioni.
           if status-sanificazioni = "35"
              open output sanificazioni
              if status-sanificazioni not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close sanificazioni.

      ***---
       VERIFICA-SCALECLIN.
           open input scaleclin.
           if status-scaleclin = "35"
              open output scaleclin
              if status-scaleclin not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close scaleclin.

      ***---
       VERIFICA-SCALEDOM.
           open input scaledom.
           if status-scaledom = "35"
              open output scaledom
              if status-scaledom not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close scaledom.

      ***---
       VERIFICA-VALUTAZIONI.
           open input valutazioni.
           if status-valutazioni = "35"
              open output valutazioni
              if status-valutazioni not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close valutazioni.

      ***---
       VERIFICA-CONTROIND.
           open input controind.
           if status-controind = "35"
              open output controind
              if status-controind not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close controind.

      ***---
       VERIFICA-EVENTIAVV.
           open input eventiavv.
           if status-eventiavv = "35"
              open output eventiavv
              if status-eventiavv not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close eventiavv.

      ***---
       VERIFICA-LETTURE.
           open input letture.
           if status-letture = "35"
              open output letture
              if status-letture not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close letture.

      ***---
       VERIFICA-RICHIESTEDIR.
           open input richiestedir.
           if status-richiestedir = "35"
              open output richiestedir
              if status-richiestedir not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close richiestedir.

      ***---
       VERIFICA-DOPPIAUT.
           open input doppiaut.
           if status-doppiaut = "35"
              open output doppiaut
              if status-doppiaut not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close doppiaut.

      ***---
       VERIFICA-ERRLOG.
           open input errlog.
           if status-errlog = "35"
              open output errlog
              if status-errlog not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close errlog.

      ***---
       VERIFICA-DWSTATO.
           open input dwstato.
           if status-dwstato = "35"
              open output dwstato
              if status-dwstato not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close dwstato.

      ***---
       VERIFICA-DWPSEUDO.
           open input dwpseudo.
           if status-dwpseudo = "35"
              open output dwpseudo
              if status-dwpseudo not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close dwpseudo.

      ***---
       VERIFICA-REPABB.
           open input repabb.
           if status-repabb = "35"
              open output repabb
              if status-repabb not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close repabb.

      ***---
       VERIFICA-ZOOMVIST.
           open input zoomvist.
           if status-zoomvist = "35"
              open output zoomvist
              if status-zoomvist not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close zoomvist.

      ***---
       VERIFICA-ZOOMVSEL.
           open input zoomvsel.
           if status-zoomvsel = "35"
              open output zoomvsel
              if status-zoomvsel not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close zoomvsel.

      ***---
       VERIFICA-ARTBARRE.
           open input artbarre.
           if status-artbarre = "35"
              open output artbarre
              if status-artbarre not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close artbarre.

      ***---
       VERIFICA-DISTCONS.
           open input distcons.
           if status-distcons = "35"
              open output distcons
              if status-distcons not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close distcons.

      ***---
       VERIFICA-MOTIVIRESO.
           open input motivireso.
           if status-motivireso = "35"
              open output motivireso
              if status-motivireso not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close motivireso.

      ***---
       VERIFICA-RESI.
           open input resi.
           if status-resi = "35"
              open output resi
              if status-resi not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close resi.

      ***---
       VERIFICA-ARTFORN.
           open input artforn.
           if status-artforn = "35"
              open output artforn
              if status-artforn not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close artforn.

      ***---
       VERIFICA-ARTFORNST.
           open input artfornst.
           if status-artfornst = "35"
              open output artfornst
              if status-artfornst not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close artfornst.

      ***---
       VERIFICA-MODLETT.
           open input modlett.
           if status-modlett = "35"
              open output modlett
              if status-modlett not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close modlett.

      ***---
       VERIFICA-FONDI.
           open input fondi.
           if status-fondi = "35"
              open output fondi
              if status-fondi not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close fondi.

      ***---
       VERIFICA-PRATICHE.
           open input pratiche.
           if status-pratiche = "35"
              open output pratiche
              if status-pratiche not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close pratiche.
