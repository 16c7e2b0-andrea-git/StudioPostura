       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "abbonamenti.sl".
           copy "abilitazioni.sl".
           copy "accessi.sl".
           copy "acconti.sl".
           copy "allegati.sl".
           copy "ammcesp.sl".
           copy "anamnesi.sl".
           copy "annichiusi.sl".
           copy "appuntamenti.sl".
           copy "artbarre.sl".
           copy "artforn.sl".
           copy "artfornst.sl".
           copy "articoli.sl".
           copy "assenze.sl".
           copy "attrezzature.sl".
           copy "auditlog.sl".
           copy "batchjob.sl".
           copy "cespiti.sl".
           copy "chiucassa.sl".
           copy "clienti.sl".
           copy "codiva.sl".
           copy "comunicazioni.sl".
           copy "consensi.sl".
           copy "consinfo.sl".
           copy "controind.sl".
           copy "contrpass.sl".
           copy "convenzioni.sl".
           copy "corrrett.sl".
           copy "corrtele.sl".
           copy "corsi.sl".
           copy "creditiecm.sl".
           copy "diario.sl".
           copy "diritti.sl".
           copy "disdette.sl".
           copy "distcons.sl".
           copy "doppiaut.sl".
           copy "dwpseudo.sl".
           copy "dwstato.sl".
           copy "errlog.sl".
           copy "esercizi.sl".
           copy "esibatch.sl".
           copy "eventiavv.sl".
           copy "f24vers.sl".
           copy "fblock.sl".
           copy "feexport.sl".
           copy "festivi.sl".
           copy "fondi.sl".
           copy "fornitori.sl".
           copy "fotocli.sl".
           copy "giornale.sl".
           copy "incassi.sl".
           copy "iscrizioni.sl".
           copy "letture.sl".
           copy "liquidazioni.sl".
           copy "liquidiva.sl".
           copy "listattesa.sl".
           copy "lotti.sl".
           copy "mailq.sl".
           copy "mandati.sl".
           copy "manutenzioni.sl".
           copy "messaggi.sl".
           copy "misurazioni.sl".
           copy "modlett.sl".
           copy "motividisd.sl".
           copy "motivireso.sl".
           copy "movcassa.sl".
           copy "movmag.sl".
           copy "obiettivi.sl".
           copy "operatori.sl".
           copy "param.sl".
           copy "paylink.sl".
           copy "pdcmap.sl".
           copy "piano.sl".
           copy "posricon.sl".
           copy "pratiche.sl".
           copy "promo.sl".
           copy "promouso.sl".
           copy "punti.sl".
           copy "questionari.sl".
           copy "rconv.sl".
           copy "rcorrisp.sl".
           copy "repabb.sl".
           copy "resi.sl".
           copy "retenzione.sl".
           copy "rfatacq.sl".
           copy "rfatture.sl".
           copy "richiestedir.sl".
           copy "rinvent.sl".
           copy "rlistini.sl".
           copy "rnotacr.sl".
           copy "rpreventivi.sl".
           copy "rschede.sl".
           copy "rschede-storico.sl".
           copy "sanificazioni.sl".
           copy "scadenze.sl".
           copy "scadpass.sl".
           copy "scadprev.sl".
           copy "scaleclin.sl".
           copy "scaledom.sl".
           copy "schedeser.sl".
           copy "sctdist.sl".
           copy "sdddist.sl".
           copy "spoolq.sl".
           copy "stanze.sl".
           copy "tschede-storico.sl".
           copy "turni.sl".
           copy "tutori.sl".
           copy "valutazioni.sl".
           copy "voucher.sl".
           copy "zoomcfg.sl".
           copy "zoomvist.sl".
           copy "zoomvsel.sl".
           copy "filecnt.sl".
           select lavoro assign to disk "VERIFISAM.TMP"
                  organization is sequential
       DATA DIVISION.
       FILE SECTION.
           copy "abbonamenti.fd".
           copy "abilitazioni.fd".
           copy "accessi.fd".
           copy "acconti.fd".
           copy "allegati.fd".
           copy "ammcesp.fd".
           copy "anamnesi.fd".
           copy "annichiusi.fd".
           copy "appuntamenti.fd".
           copy "artbarre.fd".
           copy "artforn.fd".
           copy "artfornst.fd".
           copy "articoli.fd".
           copy "assenze.fd".
           copy "attrezzature.fd".
           copy "auditlog.fd".
           copy "batchjob.fd".
           copy "cespiti.fd".
           copy "chiucassa.fd".
           copy "clienti.fd".
           copy "codiva.fd".
           copy "comunicazioni.fd".
           copy "consensi.fd".
           copy "consinfo.fd".
           copy "controind.fd".
           copy "contrpass.fd".
           copy "convenzioni.fd".
           copy "corrrett.fd".
           copy "corrtele.fd".
           copy "corsi.fd".
           copy "creditiecm.fd".
           copy "diario.fd".
           copy "diritti.fd".
           copy "disdette.fd".
           copy "distcons.fd".
           copy "doppiaut.fd".
           copy "dwpseudo.fd".
           copy "dwstato.fd".
           copy "errlog.fd".
           copy "esercizi.fd".
           copy "esibatch.fd".
           copy "eventiavv.fd".
           copy "f24vers.fd".
           copy "fblock.fd".
           copy "feexport.fd".
           copy "festivi.fd".
           copy "fondi.fd".
           copy "fornitori.fd".
           copy "fotocli.fd".
           copy "giornale.fd".
           copy "incassi.fd".
           copy "iscrizioni.fd".
           copy "letture.fd".
           copy "liquidazioni.fd".
           copy "liquidiva.fd".
           copy "listattesa.fd".
           copy "lotti.fd".
           copy "mailq.fd".
           copy "mandati.fd".
           copy "manutenzioni.fd".
           copy "messaggi.fd".
           copy "misurazioni.fd".
           copy "modlett.fd".
           copy "motividisd.fd".
           copy "motivireso.fd".
           copy "movcassa.fd".
           copy "movmag.fd".
           copy "obiettivi.fd".
           copy "operatori.fd".
           copy "param.fd".
           copy "paylink.fd".
           copy "pdcmap.fd".
           copy "piano.fd".
           copy "posricon.fd".
           copy "pratiche.fd".
           copy "promo.fd".
           copy "promouso.fd".
           copy "punti.fd".
           copy "questionari.fd".
           copy "rconv.fd".
           copy "rcorrisp.fd".
           copy "repabb.fd".
           copy "resi.fd".
           copy "retenzione.fd".
           copy "rfatacq.fd".
           copy "rfatture.fd".
           copy "richiestedir.fd".
           copy "rinvent.fd".
           copy "rlistini.fd".
           copy "rnotacr.fd".
           copy "rpreventivi.fd".
           copy "rschede.fd".
           copy "rschede-storico.fd".
           copy "sanificazioni.fd".
           copy "scadenze.fd".
           copy "scadpass.fd".
           copy "scadprev.fd".
           copy "scaleclin.fd".
           copy "scaledom.fd".
           copy "schedeser.fd".
           copy "sctdist.fd".
           copy "sdddist.fd".
           copy "spoolq.fd".
           copy "stanze.fd".
           copy "tschede-storico.fd".
           copy "turni.fd".
           copy "tutori.fd".
           copy "valutazioni.fd".
           copy "voucher.fd".
           copy "zoomcfg.fd".
           copy "zoomvist.fd".
           copy "zoomvsel.fd".
           copy "filecnt.fd".

       FD  lavoro
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-abbonamenti    pic xx.
       77  status-abilitazioni   pic xx.
       77  status-accessi        pic xx.
       77  status-acconti        pic xx.
       77  status-allegati       pic xx.
       77  status-ammcesp        pic xx.
       77  status-anamnesi       pic xx.
       77  status-annichiusi     pic xx.
       77  status-appuntamenti   pic xx.
       77  status-artbarre       pic xx.
       77  status-artforn        pic xx.
       77  status-artfornst      pic xx.
       77  status-articoli       pic xx.
       77  status-assenze        pic xx.
       77  status-attrezzature   pic xx.
       77  status-auditlog       pic xx.
       77  status-batchjob       pic xx.
       77  status-cespiti        pic xx.
       77  status-chiucassa      pic xx.
       77  status-clienti        pic xx.
       77  status-codiva         pic xx.
       77  status-comunicazioni  pic xx.
       77  status-consensi       pic xx.
       77  status-consinfo       pic xx.
       77  status-controind      pic xx.
       77  status-contrpass      pic xx.
       77  status-convenzioni    pic xx.
       77  status-corrrett       pic xx.
       77  status-corrtele       pic xx.
       77  status-corsi          pic xx.
       77  status-creditiecm     pic xx.
       77  status-diario         pic xx.
       77  status-diritti        pic xx.
       77  status-disdette       pic xx.
       77  status-distcons       pic xx.
       77  status-doppiaut       pic xx.
       77  status-dwpseudo       pic xx.
       77  status-dwstato        pic xx.
       77  status-errlog         pic xx.
       77  status-esercizi       pic xx.
       77  status-esibatch       pic xx.
       77  status-eventiavv      pic xx.
       77  status-f24vers        pic xx.
       77  status-fblock         pic xx.
       77  status-feexport       pic xx.
       77  status-festivi        pic xx.
       77  status-fondi          pic xx.
       77  status-fornitori      pic xx.
       77  status-fotocli        pic xx.
       77  status-giornale       pic xx.
       77  status-incassi        pic xx.
       77  status-iscrizioni     pic xx.
       77  status-letture        pic xx.
       77  status-liquidazioni   pic xx.
       77  status-liquidiva      pic xx.
       77  status-listattesa     pic xx.
       77  status-lotti          pic xx.
       77  status-mailq          pic xx.
       77  status-mandati        pic xx.
       77  status-manutenzioni   pic xx.
       77  status-messaggi       pic xx.
       77  status-misurazioni    pic xx.
       77  status-modlett        pic xx.
       77  status-motividisd     pic xx.
       77  status-motivireso     pic xx.
       77  status-movcassa       pic xx.
       77  status-movmag         pic xx.
       77  status-obiettivi      pic xx.
       77  status-operatori      pic xx.
       77  status-param          pic xx.
       77  status-paylink        pic xx.
       77  status-pdcmap         pic xx.
       77  status-piano          pic xx.
       77  status-posricon       pic xx.
       77  status-pratiche       pic xx.
       77  status-promo          pic xx.
       77  status-promouso       pic xx.
       77  status-punti          pic xx.
       77  status-questionari    pic xx.
       77  status-rconv          pic xx.
       77  status-rcorrisp       pic xx.
       77  status-repabb         pic xx.
       77  status-resi           pic xx.
       77  status-retenzione     pic xx.
       77  status-rfatacq        pic xx.
       77  status-rfatture       pic xx.
       77  status-richiestedir   pic xx.
       77  status-rinvent        pic xx.
       77  status-rlistini       pic xx.
       77  status-rnotacr        pic xx.
       77  status-rpreventivi    pic xx.
       77  status-rschede        pic xx.
       77  status-rschede-storico pic xx.
       77  status-sanificazioni  pic xx.
       77  status-scadenze       pic xx.
       77  status-scadpass       pic xx.
       77  status-scadprev       pic xx.
       77  status-scaleclin      pic xx.
       77  status-scaledom       pic xx.
       77  status-schedeser      pic xx.
       77  status-sctdist        pic xx.
       77  status-sdddist        pic xx.
       77  status-spoolq         pic xx.
       77  status-stanze         pic xx.
       77  status-tschede-storico pic xx.
       77  status-turni          pic xx.
       77  status-tutori         pic xx.
       77  status-valutazioni    pic xx.
       77  status-voucher        pic xx.
       77  status-zoomcfg        pic xx.
       77  status-zoomvist       pic xx.
       77  status-zoomvsel       pic xx.
       77  status-filecnt        pic xx.
       77  status-lavoro         pic xx.

           evaluate link-nome-file
           when "ABBONAMENTI"
                perform VERIFICA-ABBONAMENTI
           when "ABILITAZIONI"
                perform VERIFICA-ABILITAZIONI
           when "ACCESSI"
                perform VERIFICA-ACCESSI
           when "ACCONTI"
                perform VERIFICA-ACCONTI
           when "ALLEGATI"
                perform VERIFICA-ALLEGATI
           when "AMMCESP"
                perform VERIFICA-AMMCESP
           when "ANAMNESI"
                perform VERIFICA-ANAMNESI
           when "ANNICHIUSI"
                perform VERIFICA-ANNICHIUSI
           when "APPUNTAMENTI"
                perform VERIFICA-APPUNTAMENTI
           when "ARTBARRE"
                perform VERIFICA-ARTBARRE
           when "ARTFORN"
                perform VERIFICA-ARTFORN
           when "ARTFORNST"
                perform VERIFICA-ARTFORNST
           when "ARTICOLI"
                perform VERIFICA-ARTICOLI
           when "ASSENZE"
                perform VERIFICA-ASSENZE
           when "ATTREZZATURE"
                perform VERIFICA-ATTREZZATURE
           when "AUDITLOG"
                perform VERIFICA-AUDITLOG
           when "BATCHJOB"
                perform VERIFICA-BATCHJOB
           when "CESPITI"
                perform VERIFICA-CESPITI
           when "CHIUCASSA"
                perform VERIFICA-CHIUCASSA
           when "CLIENTI"
                perform VERIFICA-CONSENSI
           when "CONSINFO"
                perform VERIFICA-CONSINFO
           when "CONTROIND"
                perform VERIFICA-CONTROIND
           when "CONTRPASS"
                perform VERIFICA-CONTRPASS
           when "CONVENZIONI"
                perform VERIFICA-CONVENZIONI
           when "CORRRETT"
                perform VERIFICA-CORRTELE
           when "CORSI"
                perform VERIFICA-CORSI
           when "CREDITIECM"
                perform VERIFICA-CREDITIECM
           when "DIARIO"
                perform VERIFICA-DIARIO
           when "DIRITTI"
                perform VERIFICA-DIRITTI
           when "DISDETTE"
                perform VERIFICA-DISDETTE
           when "DISTCONS"
                perform VERIFICA-DISTCONS
           when "DOPPIAUT"
                perform VERIFICA-DOPPIAUT
           when "DWPSEUDO"
                perform VERIFICA-DWPSEUDO
           when "DWSTATO"
                perform VERIFICA-DWSTATO
           when "ERRLOG"
                perform VERIFICA-ERRLOG
           when "ESERCIZI"
                perform VERIFICA-ESERCIZI
           when "ESIBATCH"
                perform VERIFICA-ESIBATCH
           when "EVENTIAVV"
                perform VERIFICA-EVENTIAVV
           when "F24VERS"
                perform VERIFICA-F24VERS
           when "FBLOCK"
                perform VERIFICA-FBLOCK
           when "FEEXPORT"
                perform VERIFICA-FEEXPORT
           when "FESTIVI"
                perform VERIFICA-FESTIVI
           when "FONDI"
                perform VERIFICA-FONDI
           when "FORNITORI"
                perform VERIFICA-FORNITORI
           when "FOTOCLI"
                perform VERIFICA-INCASSI
           when "ISCRIZIONI"
                perform VERIFICA-ISCRIZIONI
           when "LETTURE"
                perform VERIFICA-LETTURE
           when "LIQUIDAZIONI"
                perform VERIFICA-LIQUIDAZIONI
           when "LIQUIDIVA"
                perform VERIFICA-MAILQ
           when "MANDATI"
                perform VERIFICA-MANDATI
           when "MANUTENZIONI"
                perform VERIFICA-MANUTENZIONI
           when "MESSAGGI"
                perform VERIFICA-MESSAGGI
           when "MISURAZIONI"
                perform VERIFICA-MISURAZIONI
           when "MODLETT"
                perform VERIFICA-MODLETT
           when "MOTIVIDISD"
                perform VERIFICA-MOTIVIDISD
           when "MOTIVIRESO"
                perform VERIFICA-MOTIVIRESO
           when "MOVCASSA"
                perform VERIFICA-MOVCASSA
           when "MOVMAG"
                perform VERIFICA-MOVMAG
           when "OBIETTIVI"
                perform VERIFICA-OPERATORI
           when "PARAM"
                perform VERIFICA-PARAM
           when "PAYLINK"
                perform VERIFICA-PAYLINK
           when "PDCMAP"
                perform VERIFICA-PDCMAP
           when "PIANO"
                perform VERIFICA-PIANO
           when "POSRICON"
                perform VERIFICA-POSRICON
           when "PRATICHE"
                perform VERIFICA-PRATICHE
           when "PROMO"
                perform VERIFICA-PROMO
           when "PROMOUSO"
                perform VERIFICA-PROMOUSO
           when "PUNTI"
                perform VERIFICA-PUNTI
           when "QUESTIONARI"
                perform VERIFICA-RCONV
           when "RCORRISP"
                perform VERIFICA-RCORRISP
           when "REPABB"
                perform VERIFICA-REPABB
           when "RESI"
                perform VERIFICA-RESI
           when "RETENZIONE"
                perform VERIFICA-RETENZIONE
           when "RFATACQ"
                perform VERIFICA-RFATACQ
           when "RFATTURE"
                perform VERIFICA-RFATTURE
           when "RICHIESTEDIR"
                perform VERIFICA-RICHIESTEDIR
           when "RINVENT"
                perform VERIFICA-RINVENT
           when "RLISTINI"
                perform VERIFICA-RSCHEDE
           when "RSCHEDE-STORICO"
                perform VERIFICA-RSCHEDE-STORICO
           when "SANIFICAZIONI"
                perform VERIFICA-SANIFICAZIONI
           when "SCADENZE"
                perform VERIFICA-SCADENZE
           when "SCADPASS"
                perform VERIFICA-SCADPASS
           when "SCADPREV"
                perform VERIFICA-SCADPREV
           when "SCALECLIN"
                perform VERIFICA-SCALECLIN
           when "SCALEDOM"
                perform VERIFICA-SCALEDOM
           when "SCHEDESER"
                perform VERIFICA-SCHEDESER
           when "SCTDIST"
                perform VERIFICA-SCTDIST
           when "SDDDIST"
                perform VERIFICA-SDDDIST
           when "SPOOLQ"
                perform VERIFICA-TURNI
           when "TUTORI"
                perform VERIFICA-TUTORI
           when "VALUTAZIONI"
                perform VERIFICA-VALUTAZIONI
           when "VOUCHER"
                perform VERIFICA-VOUCHER
           when "ZOOMCFG"
                perform VERIFICA-ZOOMCFG
           when "ZOOMVIST"
                perform VERIFICA-ZOOMVIST
           when "ZOOMVSEL"
                perform VERIFICA-ZOOMVSEL
           when spaces
                perform VERIFICA-TUTTI
           when other
      ***---
       VERIFICA-TUTTI.
           perform VERIFICA-ABBONAMENTI.
           perform VERIFICA-ABILITAZIONI.
           perform VERIFICA-ACCESSI.
           perform VERIFICA-ACCONTI.
           perform VERIFICA-ALLEGATI.
           perform VERIFICA-AMMCESP.
           perform VERIFICA-ANAMNESI.
           perform VERIFICA-ANNICHIUSI.
           perform VERIFICA-APPUNTAMENTI.
           perform VERIFICA-ARTBARRE.
           perform VERIFICA-ARTFORN.
           perform VERIFICA-ARTFORNST.
           perform VERIFICA-ARTICOLI.
           perform VERIFICA-ASSENZE.
           perform VERIFICA-ATTREZZATURE.
           perform VERIFICA-AUDITLOG.
           perform VERIFICA-BATCHJOB.
           perform VERIFICA-CESPITI.
           perform VERIFICA-CHIUCASSA.
           perform VERIFICA-CLIENTI.
           perform VERIFICA-CODIVA.
           perform VERIFICA-COMUNICAZIONI.
           perform VERIFICA-CONSENSI.
           perform VERIFICA-CONSINFO.
           perform VERIFICA-CONTROIND.
           perform VERIFICA-CONTRPASS.
           perform VERIFICA-CONVENZIONI.
           perform VERIFICA-CORRRETT.
           perform VERIFICA-CORRTELE.
           perform VERIFICA-CORSI.
           perform VERIFICA-CREDITIECM.
           perform VERIFICA-DIARIO.
           perform VERIFICA-DIRITTI.
           perform VERIFICA-DISDETTE.
           perform VERIFICA-DISTCONS.
           perform VERIFICA-DOPPIAUT.
           perform VERIFICA-DWPSEUDO.
           perform VERIFICA-DWSTATO.
           perform VERIFICA-ERRLOG.
           perform VERIFICA-ESERCIZI.
           perform VERIFICA-ESIBATCH.
           perform VERIFICA-EVENTIAVV.
           perform VERIFICA-F24VERS.
           perform VERIFICA-FBLOCK.
           perform VERIFICA-FEEXPORT.
           perform VERIFICA-FESTIVI.
           perform VERIFICA-FONDI.
           perform VERIFICA-FORNITORI.
           perform VERIFICA-FOTOCLI.
           perform VERIFICA-GIORNALE.
           perform VERIFICA-INCASSI.
           perform VERIFICA-ISCRIZIONI.
           perform VERIFICA-LETTURE.
           perform VERIFICA-LIQUIDAZIONI.
           perform VERIFICA-LIQUIDIVA.
           perform VERIFICA-LISTATTESA.
           perform VERIFICA-LOTTI.
           perform VERIFICA-MAILQ.
           perform VERIFICA-MANDATI.
           perform VERIFICA-MANUTENZIONI.
           perform VERIFICA-MESSAGGI.
           perform VERIFICA-MISURAZIONI.
           perform VERIFICA-MODLETT.
           perform VERIFICA-MOTIVIDISD.
           perform VERIFICA-MOTIVIRESO.
           perform VERIFICA-MOVCASSA.
           perform VERIFICA-MOVMAG.
           perform VERIFICA-OBIETTIVI.
           perform VERIFICA-OPERATORI.
           perform VERIFICA-PARAM.
           perform VERIFICA-PAYLINK.
           perform VERIFICA-PDCMAP.
           perform VERIFICA-PIANO.
           perform VERIFICA-POSRICON.
           perform VERIFICA-PRATICHE.
           perform VERIFICA-PROMO.
           perform VERIFICA-PROMOUSO.
           perform VERIFICA-PUNTI.
           perform VERIFICA-QUESTIONARI.
           perform VERIFICA-RCONV.
           perform VERIFICA-RCORRISP.
           perform VERIFICA-REPABB.
           perform VERIFICA-RESI.
           perform VERIFICA-RETENZIONE.
           perform VERIFICA-RFATACQ.
           perform VERIFICA-RFATTURE.
           perform VERIFICA-RICHIESTEDIR.
           perform VERIFICA-RINVENT.
           perform VERIFICA-RLISTINI.
           perform VERIFICA-RNOTACR.
           perform VERIFICA-RPREVENTIVI.
           perform VERIFICA-RSCHEDE.
           perform VERIFICA-RSCHEDE-STORICO.
           perform VERIFICA-SANIFICAZIONI.
           perform VERIFICA-SCADENZE.
           perform VERIFICA-SCADPASS.
           perform VERIFICA-SCADPREV.
           perform VERIFICA-SCALECLIN.
           perform VERIFICA-SCALEDOM.
           perform VERIFICA-SCHEDESER.
           perform VERIFICA-SCTDIST.
           perform VERIFICA-SDDDIST.
           perform VERIFICA-SPOOLQ.
           perform VERIFICA-STANZE.
           perform VERIFICA-TSCHEDE-STORICO.
           perform VERIFICA-TURNI.
           perform VERIFICA-TUTORI.
           perform VERIFICA-VALUTAZIONI.
           perform VERIFICA-VOUCHER.
           perform VERIFICA-ZOOMCFG.
           perform VERIFICA-ZOOMVIST.
           perform VERIFICA-ZOOMVSEL.

      ***---
       VERIFICA-ABBONAMENTI.
           close lavoro abbonamenti.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ABILITAZIONI.
           move "ABILITAZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input abilitazioni.
           if status-abilitazioni not = "00"
              if status-abilitazioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to abi-chiave
              start abilitazioni key >= abi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read abilitazioni next
                      at end exit perform
                 end-read
                 if status-abilitazioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close abilitazioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ABILITAZIONI
           end-if.

      ***---
       RICOSTRUISCI-ABILITAZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input abilitazioni.
           if status-abilitazioni = "00"
              move low-value to abi-chiave
              start abilitazioni key >= abi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read abilitazioni next
                      at end exit perform
                 end-read
                 if status-abilitazioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-abilitazioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close abilitazioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output abilitazioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-abilitazioni
              write rec-abilitazioni
                    invalid continue
              end-write
           end-perform.
           close lavoro abilitazioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ACCESSI.
           move "ACCESSI" to ws-nome-in-corso.
           close lavoro allegati.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-AMMCESP.
           move "AMMCESP" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input ammcesp.
           if status-ammcesp not = "00"
              if status-ammcesp = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to amc-chiave
              start ammcesp key >= amc-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read ammcesp next
                      at end exit perform
                 end-read
                 if status-ammcesp = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close ammcesp
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-AMMCESP
           end-if.

      ***---
       RICOSTRUISCI-AMMCESP.
           move 0 to ws-salvati.
           open output lavoro.
           open input ammcesp.
           if status-ammcesp = "00"
              move low-value to amc-chiave
              start ammcesp key >= amc-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read ammcesp next
                      at end exit perform
                 end-read
                 if status-ammcesp not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-ammcesp to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close ammcesp
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output ammcesp.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-ammcesp
              write rec-ammcesp
                    invalid continue
              end-write
           end-perform.
           close lavoro ammcesp.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ANAMNESI.
           move "ANAMNESI" to ws-nome-in-corso.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ARTBARRE.
           move "ARTBARRE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input artbarre.
           if status-artbarre not = "00"
              if status-artbarre = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to bar-codice
              start artbarre key >= bar-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read artbarre next
                      at end exit perform
                 end-read
                 if status-artbarre = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close artbarre
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ARTBARRE
           end-if.

      ***---
       RICOSTRUISCI-ARTBARRE.
           move 0 to ws-salvati.
           open output lavoro.
           open input artbarre.
           if status-artbarre = "00"
              move low-value to bar-codice
              start artbarre key >= bar-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read artbarre next
                      at end exit perform
                 end-read
                 if status-artbarre not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-artbarre to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close artbarre
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output artbarre.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-artbarre
              write rec-artbarre
                    invalid continue
              end-write
           end-perform.
           close lavoro artbarre.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ARTFORN.
           move "ARTFORN" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input artforn.
           if status-artforn not = "00"
              if status-artforn = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to afo-chiave
              start artforn key >= afo-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read artforn next
                      at end exit perform
                 end-read
                 if status-artforn = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close artforn
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ARTFORN
           end-if.

      ***---
       RICOSTRUISCI-ARTFORN.
           move 0 to ws-salvati.
           open output lavoro.
           open input artforn.
           if status-artforn = "00"
              move low-value to afo-chiave
              start artforn key >= afo-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read artforn next
                      at end exit perform
                 end-read
                 if status-artforn not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-artforn to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close artforn
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output artforn.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-artforn
              write rec-artforn
                    invalid continue
              end-write
           end-perform.
           close lavoro artforn.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ARTFORNST.
           move "ARTFORNST" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input artfornst.
           if status-artfornst not = "00"
              if status-artfornst = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to afs-chiave
              start artfornst key >= afs-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read artfornst next
                      at end exit perform
                 end-read
                 if status-artfornst = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close artfornst
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ARTFORNST
           end-if.

      ***---
       RICOSTRUISCI-ARTFORNST.
           move 0 to ws-salvati.
           open output lavoro.
           open input artfornst.
           if status-artfornst = "00"
              move low-value to afs-chiave
              start artfornst key >= afs-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read artfornst next
                      at end exit perform
                 end-read
                 if status-artfornst not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-artfornst to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close artfornst
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output artfornst.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-artfornst
              write rec-artfornst
                    invalid continue
              end-write
           end-perform.
           close lavoro artfornst.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ARTICOLI.
           move "ARTICOLI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input articoli.
           if status-articoli not = "00"
              if status-articoli = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to art-codice
              start articoli key >= art-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read articoli next
                      at end exit perform
                 end-read
                 if status-articoli = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close articoli
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ARTICOLI
           end-if.

      ***---
       RICOSTRUISCI-ARTICOLI.
           move 0 to ws-salvati.
           open output lavoro.
           open input articoli.
           if status-articoli = "00"
              move low-value to art-codice
              start articoli key >= art-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read articoli next
                      at end exit perform
                 end-read
                 if status-articoli not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-articoli to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close articoli
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output articoli.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-articoli
              write rec-articoli
                    invalid continue
              end-write
           end-perform.
           close lavoro articoli.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ASSENZE.
           move "ASSENZE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input assenze.
           if status-assenze not = "00"
              if status-assenze = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to ass-chiave
              start assenze key >= ass-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read assenze next
                      at end exit perform
                 end-read
                 if status-assenze = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close assenze
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ASSENZE
           end-if.

      ***---
       RICOSTRUISCI-ASSENZE.
           move 0 to ws-salvati.
           open output lavoro.
           open input assenze.
           if status-assenze = "00"
              move low-value to ass-chiave
              start assenze key >= ass-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read assenze next
                      at end exit perform
                 end-read
                 if status-assenze not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-assenze to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close assenze
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output assenze.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-assenze
              write rec-assenze
                    invalid continue
              end-write
           end-perform.
           close lavoro assenze.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ATTREZZATURE.
           move "ATTREZZATURE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input attrezzature.
           if status-attrezzature not = "00"
              if status-attrezzature = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to atz-codice
              start attrezzature key >= atz-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read attrezzature next
                      at end exit perform
                 end-read
                 if status-attrezzature = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close attrezzature
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ATTREZZATURE
           end-if.

      ***---
       RICOSTRUISCI-ATTREZZATURE.
           move 0 to ws-salvati.
           open output lavoro.
           open input attrezzature.
           if status-attrezzature = "00"
              move low-value to atz-codice
              start attrezzature key >= atz-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read attrezzature next
                      at end exit perform
                 end-read
                 if status-attrezzature not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-attrezzature to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close attrezzature
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output attrezzature.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-attrezzature
              write rec-attrezzature
                    invalid continue
              end-write
           end-perform.
           close lavoro attrezzature.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-AUDITLOG.
           move "AUDITLOG" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input auditlog.
           if status-auditlog not = "00"
              if status-auditlog = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to aud-chiave
              start auditlog key >= aud-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read auditlog next
                      at end exit perform
                 end-read
                 if status-auditlog = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close auditlog
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-AUDITLOG
           end-if.

      ***---
       RICOSTRUISCI-AUDITLOG.
           move 0 to ws-salvati.
           open output lavoro.
           open input auditlog.
           if status-auditlog = "00"
              move low-value to aud-chiave
              start auditlog key >= aud-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read auditlog next
                      at end exit perform
                 end-read
                 if status-auditlog not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-auditlog to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close auditlog
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output auditlog.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-auditlog
              write rec-auditlog
                    invalid continue
              end-write
           end-perform.
           close lavoro auditlog.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-BATCHJOB.
           move "BATCHJOB" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input batchjob.
           if status-batchjob not = "00"
              if status-batchjob = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to bjo-sequenza
              start batchjob key >= bjo-sequenza
                    invalid continue
              end-start
              perform until 1 = 2
                 read batchjob next
                      at end exit perform
                 end-read
                 if status-batchjob = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close batchjob
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-BATCHJOB
           end-if.

      ***---
       RICOSTRUISCI-BATCHJOB.
           move 0 to ws-salvati.
           open output lavoro.
           open input batchjob.
           if status-batchjob = "00"
              move low-value to bjo-sequenza
              start batchjob key >= bjo-sequenza
                    invalid continue
              end-start
              perform until 1 = 2
                 read batchjob next
                      at end exit perform
                 end-read
                 if status-batchjob not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-batchjob to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close batchjob
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output batchjob.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-batchjob
              write rec-batchjob
                    invalid continue
              end-write
           end-perform.
           close lavoro batchjob.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CESPITI.
           move "CESPITI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input cespiti.
           if status-cespiti not = "00"
              if status-cespiti = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to ces-codice
              start cespiti key >= ces-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read cespiti next
                      at end exit perform
                 end-read
                 if status-cespiti = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close cespiti
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CESPITI
           end-if.

      ***---
       RICOSTRUISCI-CESPITI.
           move 0 to ws-salvati.
           open output lavoro.
           open input cespiti.
           if status-cespiti = "00"
              move low-value to ces-codice
              start cespiti key >= ces-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read cespiti next
                      at end exit perform
                 end-read
                 if status-cespiti not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-cespiti to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close cespiti
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output cespiti.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-cespiti
              write rec-cespiti
                    invalid continue
              end-write
           end-perform.
           close lavoro cespiti.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CHIUCASSA.
           move "CHIUCASSA" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input chiucassa.
           if status-chiucassa not = "00"
              if status-chiucassa = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to chc-data
              start chiucassa key >= chc-data
                    invalid continue
              end-start
              perform until 1 = 2
                 read chiucassa next
                      at end exit perform
                 end-read
                 if status-chiucassa = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close chiucassa
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CHIUCASSA
           end-if.

      ***---
       RICOSTRUISCI-CHIUCASSA.
           move 0 to ws-salvati.
           open output lavoro.
           open input chiucassa.
           if status-chiucassa = "00"
              move low-value to chc-data
              start chiucassa key >= chc-data
                    invalid continue
              end-start
              perform until 1 = 2
                 read chiucassa next
                      at end exit perform
                 end-read
                 if status-chiucassa not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-chiucassa to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close chiucassa
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output chiucassa.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-chiucassa
              write rec-chiucassa
                    invalid continue
              end-write
           end-perform.
           close lavoro chiucassa.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CLIENTI.
           move "CLIENTI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input clienti.
           if status-clienti not = "00"
              if status-clienti = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to cli-codice
              start clienti key >= cli-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read clienti next
                      at end exit perform
                 end-read
                 if status-clienti = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close clienti
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CLIENTI
           end-if.

      ***---
       RICOSTRUISCI-CLIENTI.
           move 0 to ws-salvati.
           open output lavoro.
           open input clienti.
           if status-clienti = "00"
              move low-value to cli-codice
              start clienti key >= cli-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read clienti next
                      at end exit perform
                 end-read
                 if status-clienti not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-clienti to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close clienti
           end-if.
           close lavoro.
      * SE NON SI E' SALVATO NULLA E L'ARCHIVIO ERA CORROTTO NON SI
      * AZZERA NIENTE: MEGLIO LASCIARLO COM'E' PER IL RECUPERO DAL
      * BACKUP CHE RISCRIVERLO VUOTO.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output clienti.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-clienti
              write rec-clienti
                    invalid continue
              end-write
           end-perform.
           close lavoro clienti.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CODIVA.
           move "CODIVA" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input codiva.
           if status-codiva not = "00"
              if status-codiva = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to iva-codice
              start codiva key >= iva-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read codiva next
                      at end exit perform
                 end-read
                 if status-codiva = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close codiva
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CODIVA
           end-if.

      ***---
       RICOSTRUISCI-CODIVA.
           move 0 to ws-salvati.
           open output lavoro.
           open input codiva.
           if status-codiva = "00"
              move low-value to iva-codice
              start codiva key >= iva-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read codiva next
                      at end exit perform
                 end-read
                 if status-codiva not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-codiva to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close codiva
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output codiva.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-codiva
              write rec-codiva
                    invalid continue
              end-write
           end-perform.
           close lavoro codiva.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-COMUNICAZIONI.
           move "COMUNICAZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input comunicazioni.
           if status-comunicazioni not = "00"
              if status-comunicazioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to com-chiave
              start comunicazioni key >= com-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read comunicazioni next
                      at end exit perform
                 end-read
                 if status-comunicazioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close comunicazioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-COMUNICAZIONI
           end-if.

      ***---
       RICOSTRUISCI-COMUNICAZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input comunicazioni.
           if status-comunicazioni = "00"
              move low-value to com-chiave
              start comunicazioni key >= com-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read comunicazioni next
                      at end exit perform
                 end-read
                 if status-comunicazioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-comunicazioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close comunicazioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output comunicazioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-comunicazioni
              write rec-comunicazioni
                    invalid continue
              end-write
           end-perform.
           close lavoro comunicazioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CONSENSI.
           move "CONSENSI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input consensi.
           if status-consensi not = "00"
              if status-consensi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to con-chiave
              start consensi key >= con-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read consensi next
                      at end exit perform
                 end-read
                 if status-consensi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close consensi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CONSENSI
           end-if.

      ***---
       RICOSTRUISCI-CONSENSI.
           move 0 to ws-salvati.
           open output lavoro.
           open input consensi.
           if status-consensi = "00"
              move low-value to con-chiave
              start consensi key >= con-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read consensi next
                      at end exit perform
                 end-read
                 if status-consensi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-consensi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close consensi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output consensi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-consensi
              write rec-consensi
                    invalid continue
              end-write
           end-perform.
           close lavoro consensi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CONSINFO.
           move "CONSINFO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input consinfo.
           if status-consinfo not = "00"
              if status-consinfo = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to cin-tipo
              start consinfo key >= cin-tipo
                    invalid continue
              end-start
              perform until 1 = 2
                 read consinfo next
                      at end exit perform
                 end-read
                 if status-consinfo = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close consinfo
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CONSINFO
           end-if.

      ***---
       RICOSTRUISCI-CONSINFO.
           move 0 to ws-salvati.
           open output lavoro.
           open input consinfo.
           if status-consinfo = "00"
              move low-value to cin-tipo
              start consinfo key >= cin-tipo
                    invalid continue
              end-start
              perform until 1 = 2
                 read consinfo next
                      at end exit perform
                 end-read
                 if status-consinfo not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-consinfo to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close consinfo
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output consinfo.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-consinfo
              write rec-consinfo
                    invalid continue
              end-write
           end-perform.
           close lavoro consinfo.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CONTROIND.
           move "CONTROIND" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input controind.
           if status-controind not = "00"
              if status-controind = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to cti-codice
              start controind key >= cti-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read controind next
                      at end exit perform
                 end-read
                 if status-controind = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close controind
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CONTROIND
           end-if.

      ***---
       RICOSTRUISCI-CONTROIND.
           move 0 to ws-salvati.
           open output lavoro.
           open input controind.
           if status-controind = "00"
              move low-value to cti-codice
              start controind key >= cti-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read controind next
                      at end exit perform
                 end-read
                 if status-controind not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-controind to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close controind
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output controind.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-controind
              write rec-controind
                    invalid continue
              end-write
           end-perform.
           close lavoro controind.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CONTRPASS.
           move "CONTRPASS" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input contrpass.
           if status-contrpass not = "00"
              if status-contrpass = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to ctp-codice
              start contrpass key >= ctp-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read contrpass next
                      at end exit perform
                 end-read
                 if status-contrpass = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close contrpass
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CONTRPASS
           end-if.

      ***---
       RICOSTRUISCI-CONTRPASS.
           move 0 to ws-salvati.
           open output lavoro.
           open input contrpass.
           if status-contrpass = "00"
              move low-value to ctp-codice
              start contrpass key >= ctp-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read contrpass next
                      at end exit perform
                 end-read
                 if status-contrpass not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-contrpass to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close contrpass
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output contrpass.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-contrpass
              write rec-contrpass
                    invalid continue
              end-write
           end-perform.
           close lavoro contrpass.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CONVENZIONI.
           move "CONVENZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input convenzioni.
           if status-convenzioni not = "00"
              if status-convenzioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to cnv-codice
              start convenzioni key >= cnv-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read convenzioni next
                      at end exit perform
                 end-read
                 if status-convenzioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close convenzioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CONVENZIONI
           end-if.

      ***---
       RICOSTRUISCI-CONVENZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input convenzioni.
           if status-convenzioni = "00"
              move low-value to cnv-codice
              start convenzioni key >= cnv-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read convenzioni next
                      at end exit perform
                 end-read
                 if status-convenzioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-convenzioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close convenzioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output convenzioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-convenzioni
              write rec-convenzioni
                    invalid continue
              end-write
           end-perform.
           close lavoro convenzioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CORRRETT.
           move "CORRRETT" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input corrrett.
           if status-corrrett not = "00"
              if status-corrrett = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to crr-chiave
              start corrrett key >= crr-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read corrrett next
                      at end exit perform
                 end-read
                 if status-corrrett = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close corrrett
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CORRRETT
           end-if.

      ***---
       RICOSTRUISCI-CORRRETT.
           move 0 to ws-salvati.
           open output lavoro.
           open input corrrett.
           if status-corrrett = "00"
              move low-value to crr-chiave
              start corrrett key >= crr-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read corrrett next
                      at end exit perform
                 end-read
                 if status-corrrett not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-corrrett to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close corrrett
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output corrrett.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-corrrett
              write rec-corrrett
                    invalid continue
              end-write
           end-perform.
           close lavoro corrrett.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CORRTELE.
           move "CORRTELE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input corrtele.
           if status-corrtele not = "00"
              if status-corrtele = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to cte-data
              start corrtele key >= cte-data
                    invalid continue
              end-start
              perform until 1 = 2
                 read corrtele next
                      at end exit perform
                 end-read
                 if status-corrtele = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close corrtele
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CORRTELE
           end-if.

      ***---
       RICOSTRUISCI-CORRTELE.
           move 0 to ws-salvati.
           open output lavoro.
           open input corrtele.
           if status-corrtele = "00"
              move low-value to cte-data
              start corrtele key >= cte-data
                    invalid continue
              end-start
              perform until 1 = 2
                 read corrtele next
                      at end exit perform
                 end-read
                 if status-corrtele not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-corrtele to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close corrtele
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output corrtele.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-corrtele
              write rec-corrtele
                    invalid continue
              end-write
           end-perform.
           close lavoro corrtele.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CORSI.
           move "CORSI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input corsi.
           if status-corsi not = "00"
              if status-corsi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to cor-numero
              start corsi key >= cor-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read corsi next
                      at end exit perform
                 end-read
                 if status-corsi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close corsi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CORSI
           end-if.

      ***---
       RICOSTRUISCI-CORSI.
           move 0 to ws-salvati.
           open output lavoro.
           open input corsi.
           if status-corsi = "00"
              move low-value to cor-numero
              start corsi key >= cor-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read corsi next
                      at end exit perform
                 end-read
                 if status-corsi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-corsi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close corsi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output corsi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-corsi
              write rec-corsi
                    invalid continue
              end-write
           end-perform.
           close lavoro corsi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-CREDITIECM.
           move "CREDITIECM" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input creditiecm.
           if status-creditiecm not = "00"
              if status-creditiecm = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to ecm-chiave
              start creditiecm key >= ecm-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read creditiecm next
                      at end exit perform
                 end-read
                 if status-creditiecm = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close creditiecm
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-CREDITIECM
           end-if.

      ***---
       RICOSTRUISCI-CREDITIECM.
           move 0 to ws-salvati.
           open output lavoro.
           open input creditiecm.
           if status-creditiecm = "00"
              move low-value to ecm-chiave
              start creditiecm key >= ecm-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read creditiecm next
                      at end exit perform
                 end-read
                 if status-creditiecm not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-creditiecm to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close creditiecm
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output creditiecm.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-creditiecm
              write rec-creditiecm
                    invalid continue
              end-write
           end-perform.
           close lavoro creditiecm.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DIARIO.
           move "DIARIO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input diario.
           if status-diario not = "00"
              if status-diario = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dia-chiave
              start diario key >= dia-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read diario next
                      at end exit perform
                 end-read
                 if status-diario = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close diario
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DIARIO
           end-if.

      ***---
       RICOSTRUISCI-DIARIO.
           move 0 to ws-salvati.
           open output lavoro.
           open input diario.
           if status-diario = "00"
              move low-value to dia-chiave
              start diario key >= dia-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read diario next
                      at end exit perform
                 end-read
                 if status-diario not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-diario to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close diario
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output diario.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-diario
              write rec-diario
                    invalid continue
              end-write
           end-perform.
           close lavoro diario.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DIRITTI.
           move "DIRITTI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input diritti.
           if status-diritti not = "00"
              if status-diritti = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dir-chiave
              start diritti key >= dir-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read diritti next
                      at end exit perform
                 end-read
                 if status-diritti = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close diritti
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DIRITTI
           end-if.

      ***---
       RICOSTRUISCI-DIRITTI.
           move 0 to ws-salvati.
           open output lavoro.
           open input diritti.
           if status-diritti = "00"
              move low-value to dir-chiave
              start diritti key >= dir-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read diritti next
                      at end exit perform
                 end-read
                 if status-diritti not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-diritti to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close diritti
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output diritti.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-diritti
              write rec-diritti
                    invalid continue
              end-write
           end-perform.
           close lavoro diritti.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DISDETTE.
           move "DISDETTE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input disdette.
           if status-disdette not = "00"
              if status-disdette = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dsd-chiave
              start disdette key >= dsd-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read disdette next
                      at end exit perform
                 end-read
                 if status-disdette = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close disdette
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DISDETTE
           end-if.

      ***---
       RICOSTRUISCI-DISDETTE.
           move 0 to ws-salvati.
           open output lavoro.
           open input disdette.
           if status-disdette = "00"
              move low-value to dsd-chiave
              start disdette key >= dsd-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read disdette next
                      at end exit perform
                 end-read
                 if status-disdette not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-disdette to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close disdette
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output disdette.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-disdette
              write rec-disdette
                    invalid continue
              end-write
           end-perform.
           close lavoro disdette.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DISTCONS.
           move "DISTCONS" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input distcons.
           if status-distcons not = "00"
              if status-distcons = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dic-chiave
              start distcons key >= dic-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read distcons next
                      at end exit perform
                 end-read
                 if status-distcons = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close distcons
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DISTCONS
           end-if.

      ***---
       RICOSTRUISCI-DISTCONS.
           move 0 to ws-salvati.
           open output lavoro.
           open input distcons.
           if status-distcons = "00"
              move low-value to dic-chiave
              start distcons key >= dic-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read distcons next
                      at end exit perform
                 end-read
                 if status-distcons not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-distcons to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close distcons
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output distcons.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-distcons
              write rec-distcons
                    invalid continue
              end-write
           end-perform.
           close lavoro distcons.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DOPPIAUT.
           move "DOPPIAUT" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input doppiaut.
           if status-doppiaut not = "00"
              if status-doppiaut = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dpa-numero
              start doppiaut key >= dpa-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read doppiaut next
                      at end exit perform
                 end-read
                 if status-doppiaut = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close doppiaut
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DOPPIAUT
           end-if.

      ***---
       RICOSTRUISCI-DOPPIAUT.
           move 0 to ws-salvati.
           open output lavoro.
           open input doppiaut.
           if status-doppiaut = "00"
              move low-value to dpa-numero
              start doppiaut key >= dpa-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read doppiaut next
                      at end exit perform
                 end-read
                 if status-doppiaut not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-doppiaut to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close doppiaut
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output doppiaut.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-doppiaut
              write rec-doppiaut
                    invalid continue
              end-write
           end-perform.
           close lavoro doppiaut.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DWPSEUDO.
           move "DWPSEUDO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input dwpseudo.
           if status-dwpseudo not = "00"
              if status-dwpseudo = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dwp-cliente
              start dwpseudo key >= dwp-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read dwpseudo next
                      at end exit perform
                 end-read
                 if status-dwpseudo = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close dwpseudo
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DWPSEUDO
           end-if.

      ***---
       RICOSTRUISCI-DWPSEUDO.
           move 0 to ws-salvati.
           open output lavoro.
           open input dwpseudo.
           if status-dwpseudo = "00"
              move low-value to dwp-cliente
              start dwpseudo key >= dwp-cliente
                    invalid continue
              end-start
              perform until 1 = 2
                 read dwpseudo next
                      at end exit perform
                 end-read
                 if status-dwpseudo not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-dwpseudo to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close dwpseudo
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output dwpseudo.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-dwpseudo
              write rec-dwpseudo
                    invalid continue
              end-write
           end-perform.
           close lavoro dwpseudo.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-DWSTATO.
           move "DWSTATO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input dwstato.
           if status-dwstato not = "00"
              if status-dwstato = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to dws-numero
              start dwstato key >= dws-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read dwstato next
                      at end exit perform
                 end-read
                 if status-dwstato = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close dwstato
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-DWSTATO
           end-if.

      ***---
       RICOSTRUISCI-DWSTATO.
           move 0 to ws-salvati.
           open output lavoro.
           open input dwstato.
           if status-dwstato = "00"
              move low-value to dws-numero
              start dwstato key >= dws-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read dwstato next
                      at end exit perform
                 end-read
                 if status-dwstato not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-dwstato to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close dwstato
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output dwstato.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-dwstato
              write rec-dwstato
                    invalid continue
              end-write
           end-perform.
           close lavoro dwstato.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ERRLOG.
           move "ERRLOG" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input errlog.
           if status-errlog not = "00"
              if status-errlog = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to elg-chiave
              start errlog key >= elg-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read errlog next
                      at end exit perform
                 end-read
                 if status-errlog = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close errlog
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ERRLOG
           end-if.

      ***---
       RICOSTRUISCI-ERRLOG.
           move 0 to ws-salvati.
           open output lavoro.
           open input errlog.
           if status-errlog = "00"
              move low-value to elg-chiave
              start errlog key >= elg-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read errlog next
                      at end exit perform
                 end-read
                 if status-errlog not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-errlog to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close errlog
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output errlog.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-errlog
              write rec-errlog
                    invalid continue
              end-write
           end-perform.
           close lavoro errlog.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ESERCIZI.
           move "ESERCIZI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input esercizi.
           if status-esercizi not = "00"
              if status-esercizi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to ese-codice
              start esercizi key >= ese-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read esercizi next
                      at end exit perform
                 end-read
                 if status-esercizi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close esercizi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ESERCIZI
           end-if.

      ***---
       RICOSTRUISCI-ESERCIZI.
           move 0 to ws-salvati.
           open output lavoro.
           open input esercizi.
           if status-esercizi = "00"
              move low-value to ese-codice
              start esercizi key >= ese-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read esercizi next
                      at end exit perform
                 end-read
                 if status-esercizi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-esercizi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close esercizi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output esercizi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-esercizi
              write rec-esercizi
                    invalid continue
              end-write
           end-perform.
           close lavoro esercizi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ESIBATCH.
           move "ESIBATCH" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input esibatch.
           if status-esibatch not = "00"
              if status-esibatch = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to eba-chiave
              start esibatch key >= eba-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read esibatch next
                      at end exit perform
                 end-read
                 if status-esibatch = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close esibatch
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ESIBATCH
           end-if.

      ***---
       RICOSTRUISCI-ESIBATCH.
           move 0 to ws-salvati.
           open output lavoro.
           open input esibatch.
           if status-esibatch = "00"
              move low-value to eba-chiave
              start esibatch key >= eba-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read esibatch next
                      at end exit perform
                 end-read
                 if status-esibatch not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-esibatch to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close esibatch
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output esibatch.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-esibatch
              write rec-esibatch
                    invalid continue
              end-write
           end-perform.
           close lavoro esibatch.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-EVENTIAVV.
           move "EVENTIAVV" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input eventiavv.
           if status-eventiavv not = "00"
              if status-eventiavv = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to eva-numero
              start eventiavv key >= eva-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read eventiavv next
                      at end exit perform
                 end-read
                 if status-eventiavv = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close eventiavv
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-EVENTIAVV
           end-if.

      ***---
       RICOSTRUISCI-EVENTIAVV.
           move 0 to ws-salvati.
           open output lavoro.
           open input eventiavv.
           if status-eventiavv = "00"
              move low-value to eva-numero
              start eventiavv key >= eva-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read eventiavv next
                      at end exit perform
                 end-read
                 if status-eventiavv not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-eventiavv to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close eventiavv
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output eventiavv.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-eventiavv
              write rec-eventiavv
                    invalid continue
              end-write
           end-perform.
           close lavoro eventiavv.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-F24VERS.
           move "F24VERS" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input f24vers.
           if status-f24vers not = "00"
              if status-f24vers = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to f24-chiave
              start f24vers key >= f24-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read f24vers next
                      at end exit perform
                 end-read
                 if status-f24vers = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close f24vers
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-F24VERS
           end-if.

      ***---
       RICOSTRUISCI-F24VERS.
           move 0 to ws-salvati.
           open output lavoro.
           open input f24vers.
           if status-f24vers = "00"
              move low-value to f24-chiave
              start f24vers key >= f24-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read f24vers next
                      at end exit perform
                 end-read
                 if status-f24vers not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-f24vers to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close f24vers
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output f24vers.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-f24vers
              write rec-f24vers
                    invalid continue
              end-write
           end-perform.
           close lavoro f24vers.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-FBLOCK.
           move "FBLOCK" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input fblock.
           if status-fblock not = "00"
              if status-fblock = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to fb-pri-key
              start fblock key >= fb-pri-key
                    invalid continue
              end-start
              perform until 1 = 2
                 read fblock next
                      at end exit perform
                 end-read
                 if status-fblock = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close fblock
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-FBLOCK
           end-if.

      ***---
       RICOSTRUISCI-FBLOCK.
           move 0 to ws-salvati.
           open output lavoro.
           open input fblock.
           if status-fblock = "00"
              move low-value to fb-pri-key
              start fblock key >= fb-pri-key
                    invalid continue
              end-start
              perform until 1 = 2
                 read fblock next
                      at end exit perform
                 end-read
                 if status-fblock not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-fblock to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close fblock
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output fblock.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-fblock
              write rec-fblock
                    invalid continue
              end-write
           end-perform.
           close lavoro fblock.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-FEEXPORT.
           move "FEEXPORT" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input feexport.
           if status-feexport not = "00"
              if status-feexport = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to fex-chiave
              start feexport key >= fex-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read feexport next
                      at end exit perform
                 end-read
                 if status-feexport = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close feexport
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-FEEXPORT
           end-if.

      ***---
       RICOSTRUISCI-FEEXPORT.
           move 0 to ws-salvati.
           open output lavoro.
           open input feexport.
           if status-feexport = "00"
              move low-value to fex-chiave
              start feexport key >= fex-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read feexport next
                      at end exit perform
                 end-read
                 if status-feexport not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-feexport to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close feexport
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output feexport.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-feexport
              write rec-feexport
                    invalid continue
              end-write
           end-perform.
           close lavoro feexport.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-FESTIVI.
           move "FESTIVI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input festivi.
           if status-festivi not = "00"
              if status-festivi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to fes-chiave
              start festivi key >= fes-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read festivi next
                      at end exit perform
                 end-read
                 if status-festivi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close festivi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-FESTIVI
           end-if.

      ***---
       RICOSTRUISCI-FESTIVI.
           move 0 to ws-salvati.
           open output lavoro.
           open input festivi.
           if status-festivi = "00"
              move low-value to fes-chiave
              start festivi key >= fes-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read festivi next
                      at end exit perform
                 end-read
                 if status-festivi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-festivi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close festivi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output festivi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-festivi
              write rec-festivi
                    invalid continue
              end-write
           end-perform.
           close lavoro festivi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-FONDI.
           move "FONDI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input fondi.
           if status-fondi not = "00"
              if status-fondi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to fnd-codice
              start fondi key >= fnd-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read fondi next
                      at end exit perform
                 end-read
                 if status-fondi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close fondi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-FONDI
           end-if.

      ***---
       RICOSTRUISCI-FONDI.
           move 0 to ws-salvati.
           open output lavoro.
           open input fondi.
           if status-fondi = "00"
              move low-value to fnd-codice
              start fondi key >= fnd-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read fondi next
                      at end exit perform
                 end-read
                 if status-fondi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-fondi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close fondi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output fondi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-fondi
              write rec-fondi
                    invalid continue
              end-write
           end-perform.
           close lavoro fondi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-FORNITORI.
           move "FORNITORI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input fornitori.
           if status-fornitori not = "00"
              if status-fornitori = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to for-codice
              start fornitori key >= for-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read fornitori next
                      at end exit perform
                 end-read
                 if status-fornitori = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close fornitori
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-FORNITORI
           end-if.

      ***---
       RICOSTRUISCI-FORNITORI.
           move 0 to ws-salvati.
           open output lavoro.
           open input fornitori.
           if status-fornitori = "00"
              move low-value to for-codice
              start fornitori key >= for-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read fornitori next
                      at end exit perform
                 end-read
                 if status-fornitori not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-fornitori to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close fornitori
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output fornitori.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-fornitori
              write rec-fornitori
                    invalid continue
              end-write
           end-perform.
           close lavoro fornitori.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-FOTOCLI.
           move "FOTOCLI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input fotocli.
           if status-fotocli not = "00"
              if status-fotocli = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to fot-chiave
              start fotocli key >= fot-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read fotocli next
                      at end exit perform
                 end-read
                 if status-fotocli = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close fotocli
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-FOTOCLI
           end-if.

      ***---
       RICOSTRUISCI-FOTOCLI.
           move 0 to ws-salvati.
           open output lavoro.
           open input fotocli.
           if status-fotocli = "00"
              move low-value to fot-chiave
              start fotocli key >= fot-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read fotocli next
                      at end exit perform
                 end-read
                 if status-fotocli not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-fotocli to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close fotocli
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output fotocli.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-fotocli
              write rec-fotocli
                    invalid continue
              end-write
           end-perform.
           close lavoro fotocli.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-GIORNALE.
           move "GIORNALE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input giornale.
           if status-giornale not = "00"
              if status-giornale = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to gio-chiave
              start giornale key >= gio-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read giornale next
                      at end exit perform
                 end-read
                 if status-giornale = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close giornale
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-GIORNALE
           end-if.

      ***---
       RICOSTRUISCI-GIORNALE.
           move 0 to ws-salvati.
           open output lavoro.
           open input giornale.
           if status-giornale = "00"
              move low-value to gio-chiave
              start giornale key >= gio-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read giornale next
                      at end exit perform
                 end-read
                 if status-giornale not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-giornale to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close giornale
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output giornale.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-giornale
              write rec-giornale
                    invalid continue
              end-write
           end-perform.
           close lavoro giornale.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-INCASSI.
           move "INCASSI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input incassi.
           if status-incassi not = "00"
              if status-incassi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to inc-chiave
              start incassi key >= inc-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read incassi next
                      at end exit perform
                 end-read
                 if status-incassi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close incassi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-INCASSI
           end-if.

      ***---
       RICOSTRUISCI-INCASSI.
           move 0 to ws-salvati.
           open output lavoro.
           open input incassi.
           if status-incassi = "00"
              move low-value to inc-chiave
              start incassi key >= inc-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read incassi next
                      at end exit perform
                 end-read
                 if status-incassi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-incassi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close incassi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output incassi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-incassi
              write rec-incassi
                    invalid continue
              end-write
           end-perform.
           close lavoro incassi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ISCRIZIONI.
           move "ISCRIZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input iscrizioni.
           if status-iscrizioni not = "00"
              if status-iscrizioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to isc-chiave
              start iscrizioni key >= isc-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read iscrizioni next
                      at end exit perform
                 end-read
                 if status-iscrizioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close iscrizioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ISCRIZIONI
           end-if.

      ***---
       RICOSTRUISCI-ISCRIZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input iscrizioni.
           if status-iscrizioni = "00"
              move low-value to isc-chiave
              start iscrizioni key >= isc-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read iscrizioni next
                      at end exit perform
                 end-read
                 if status-iscrizioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-iscrizioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close iscrizioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output iscrizioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-iscrizioni
              write rec-iscrizioni
                    invalid continue
              end-write
           end-perform.
           close lavoro iscrizioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-LETTURE.
           move "LETTURE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input letture.
           if status-letture not = "00"
              if status-letture = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to let-chiave
              start letture key >= let-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read letture next
                      at end exit perform
                 end-read
                 if status-letture = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close letture
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-LETTURE
           end-if.

      ***---
       RICOSTRUISCI-LETTURE.
           move 0 to ws-salvati.
           open output lavoro.
           open input letture.
           if status-letture = "00"
              move low-value to let-chiave
              start letture key >= let-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read letture next
                      at end exit perform
                 end-read
                 if status-letture not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-letture to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close letture
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output letture.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-letture
              write rec-letture
                    invalid continue
              end-write
           end-perform.
           close lavoro letture.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-LIQUIDAZIONI.
           move "LIQUIDAZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input liquidazioni.
           if status-liquidazioni not = "00"
              if status-liquidazioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to liqo-chiave
              start liquidazioni key >= liqo-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read liquidazioni next
                      at end exit perform
                 end-read
                 if status-liquidazioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close liquidazioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-LIQUIDAZIONI
           end-if.

      ***---
       RICOSTRUISCI-LIQUIDAZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input liquidazioni.
           if status-liquidazioni = "00"
              move low-value to liqo-chiave
              start liquidazioni key >= liqo-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read liquidazioni next
                      at end exit perform
                 end-read
                 if status-liquidazioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-liquidazioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close liquidazioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output liquidazioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-liquidazioni
              write rec-liquidazioni
                    invalid continue
              end-write
           end-perform.
           close lavoro liquidazioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-LIQUIDIVA.
           move "LIQUIDIVA" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input liquidiva.
           if status-liquidiva not = "00"
              if status-liquidiva = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to liq-chiave
              start liquidiva key >= liq-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read liquidiva next
                      at end exit perform
                 end-read
                 if status-liquidiva = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close liquidiva
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-LIQUIDIVA
           end-if.

      ***---
       RICOSTRUISCI-LIQUIDIVA.
           move 0 to ws-salvati.
           open output lavoro.
           open input liquidiva.
           if status-liquidiva = "00"
              move low-value to liq-chiave
              start liquidiva key >= liq-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read liquidiva next
                      at end exit perform
                 end-read
                 if status-liquidiva not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-liquidiva to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close liquidiva
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output liquidiva.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-liquidiva
              write rec-liquidiva
                    invalid continue
              end-write
           end-perform.
           close lavoro liquidiva.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-LISTATTESA.
           move "LISTATTESA" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input listattesa.
           if status-listattesa not = "00"
              if status-listattesa = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to lat-progressivo
              start listattesa key >= lat-progressivo
                    invalid continue
              end-start
              perform until 1 = 2
                 read listattesa next
                      at end exit perform
                 end-read
                 if status-listattesa = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close listattesa
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-LISTATTESA
           end-if.

      ***---
       RICOSTRUISCI-LISTATTESA.
           move 0 to ws-salvati.
           open output lavoro.
           open input listattesa.
           if status-listattesa = "00"
              move low-value to lat-progressivo
              start listattesa key >= lat-progressivo
                    invalid continue
              end-start
              perform until 1 = 2
                 read listattesa next
                      at end exit perform
                 end-read
                 if status-listattesa not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-listattesa to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close listattesa
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output listattesa.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-listattesa
              write rec-listattesa
                    invalid continue
              end-write
           end-perform.
           close lavoro listattesa.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-LOTTI.
           move "LOTTI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input lotti.
           if status-lotti not = "00"
              if status-lotti = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to lot-chiave
              start lotti key >= lot-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read lotti next
                      at end exit perform
                 end-read
                 if status-lotti = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close lotti
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-LOTTI
           end-if.

      ***---
       RICOSTRUISCI-LOTTI.
           move 0 to ws-salvati.
           open output lavoro.
           open input lotti.
           if status-lotti = "00"
              move low-value to lot-chiave
              start lotti key >= lot-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read lotti next
                      at end exit perform
                 end-read
                 if status-lotti not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-lotti to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close lotti
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output lotti.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-lotti
              write rec-lotti
                    invalid continue
              end-write
           end-perform.
           close lavoro lotti.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MAILQ.
           move "MAILQ" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input mailq.
           if status-mailq not = "00"
              if status-mailq = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mlq-numero
              start mailq key >= mlq-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read mailq next
                      at end exit perform
                 end-read
                 if status-mailq = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close mailq
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MAILQ
           end-if.

      ***---
       RICOSTRUISCI-MAILQ.
           move 0 to ws-salvati.
           open output lavoro.
           open input mailq.
           if status-mailq = "00"
              move low-value to mlq-numero
              start mailq key >= mlq-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read mailq next
                      at end exit perform
                 end-read
                 if status-mailq not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-mailq to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close mailq
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output mailq.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-mailq
              write rec-mailq
                    invalid continue
              end-write
           end-perform.
           close lavoro mailq.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MANDATI.
           move "MANDATI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input mandati.
           if status-mandati not = "00"
              if status-mandati = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to man-chiave
              start mandati key >= man-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read mandati next
                      at end exit perform
                 end-read
                 if status-mandati = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close mandati
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MANDATI
           end-if.

      ***---
       RICOSTRUISCI-MANDATI.
           move 0 to ws-salvati.
           open output lavoro.
           open input mandati.
           if status-mandati = "00"
              move low-value to man-chiave
              start mandati key >= man-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read mandati next
                      at end exit perform
                 end-read
                 if status-mandati not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-mandati to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close mandati
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output mandati.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-mandati
              write rec-mandati
                    invalid continue
              end-write
           end-perform.
           close lavoro mandati.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MANUTENZIONI.
           move "MANUTENZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input manutenzioni.
           if status-manutenzioni not = "00"
              if status-manutenzioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mnt-chiave
              start manutenzioni key >= mnt-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read manutenzioni next
                      at end exit perform
                 end-read
                 if status-manutenzioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close manutenzioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MANUTENZIONI
           end-if.

      ***---
       RICOSTRUISCI-MANUTENZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input manutenzioni.
           if status-manutenzioni = "00"
              move low-value to mnt-chiave
              start manutenzioni key >= mnt-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read manutenzioni next
                      at end exit perform
                 end-read
                 if status-manutenzioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-manutenzioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close manutenzioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output manutenzioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-manutenzioni
              write rec-manutenzioni
                    invalid continue
              end-write
           end-perform.
           close lavoro manutenzioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MESSAGGI.
           move "MESSAGGI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input messaggi.
           if status-messaggi not = "00"
              if status-messaggi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to msg-numero
              start messaggi key >= msg-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read messaggi next
                      at end exit perform
                 end-read
                 if status-messaggi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close messaggi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MESSAGGI
           end-if.

      ***---
       RICOSTRUISCI-MESSAGGI.
           move 0 to ws-salvati.
           open output lavoro.
           open input messaggi.
           if status-messaggi = "00"
              move low-value to msg-numero
              start messaggi key >= msg-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read messaggi next
                      at end exit perform
                 end-read
                 if status-messaggi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-messaggi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close messaggi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output messaggi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-messaggi
              write rec-messaggi
                    invalid continue
              end-write
           end-perform.
           close lavoro messaggi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MISURAZIONI.
           move "MISURAZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input misurazioni.
           if status-misurazioni not = "00"
              if status-misurazioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mis-chiave
              start misurazioni key >= mis-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read misurazioni next
                      at end exit perform
                 end-read
                 if status-misurazioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close misurazioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MISURAZIONI
           end-if.

      ***---
       RICOSTRUISCI-MISURAZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input misurazioni.
           if status-misurazioni = "00"
              move low-value to mis-chiave
              start misurazioni key >= mis-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read misurazioni next
                      at end exit perform
                 end-read
                 if status-misurazioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-misurazioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close misurazioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output misurazioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-misurazioni
              write rec-misurazioni
                    invalid continue
              end-write
           end-perform.
           close lavoro misurazioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MODLETT.
           move "MODLETT" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input modlett.
           if status-modlett not = "00"
              if status-modlett = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mdl-chiave
              start modlett key >= mdl-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read modlett next
                      at end exit perform
                 end-read
                 if status-modlett = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close modlett
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MODLETT
           end-if.

      ***---
       RICOSTRUISCI-MODLETT.
           move 0 to ws-salvati.
           open output lavoro.
           open input modlett.
           if status-modlett = "00"
              move low-value to mdl-chiave
              start modlett key >= mdl-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read modlett next
                      at end exit perform
                 end-read
                 if status-modlett not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-modlett to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close modlett
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output modlett.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-modlett
              write rec-modlett
                    invalid continue
              end-write
           end-perform.
           close lavoro modlett.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MOTIVIDISD.
           move "MOTIVIDISD" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input motividisd.
           if status-motividisd not = "00"
              if status-motividisd = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mtd-codice
              start motividisd key >= mtd-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read motividisd next
                      at end exit perform
                 end-read
                 if status-motividisd = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close motividisd
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MOTIVIDISD
           end-if.

      ***---
       RICOSTRUISCI-MOTIVIDISD.
           move 0 to ws-salvati.
           open output lavoro.
           open input motividisd.
           if status-motividisd = "00"
              move low-value to mtd-codice
              start motividisd key >= mtd-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read motividisd next
                      at end exit perform
                 end-read
                 if status-motividisd not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-motividisd to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close motividisd
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output motividisd.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-motividisd
              write rec-motividisd
                    invalid continue
              end-write
           end-perform.
           close lavoro motividisd.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MOTIVIRESO.
           move "MOTIVIRESO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input motivireso.
           if status-motivireso not = "00"
              if status-motivireso = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mtr-codice
              start motivireso key >= mtr-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read motivireso next
                      at end exit perform
                 end-read
                 if status-motivireso = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close motivireso
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MOTIVIRESO
           end-if.

      ***---
       RICOSTRUISCI-MOTIVIRESO.
           move 0 to ws-salvati.
           open output lavoro.
           open input motivireso.
           if status-motivireso = "00"
              move low-value to mtr-codice
              start motivireso key >= mtr-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read motivireso next
                      at end exit perform
                 end-read
                 if status-motivireso not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-motivireso to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close motivireso
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output motivireso.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-motivireso
              write rec-motivireso
                    invalid continue
              end-write
           end-perform.
           close lavoro motivireso.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MOVCASSA.
           move "MOVCASSA" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input movcassa.
           if status-movcassa not = "00"
              if status-movcassa = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mca-chiave
              start movcassa key >= mca-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read movcassa next
                      at end exit perform
                 end-read
                 if status-movcassa = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close movcassa
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MOVCASSA
           end-if.

      ***---
       RICOSTRUISCI-MOVCASSA.
           move 0 to ws-salvati.
           open output lavoro.
           open input movcassa.
           if status-movcassa = "00"
              move low-value to mca-chiave
              start movcassa key >= mca-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read movcassa next
                      at end exit perform
                 end-read
                 if status-movcassa not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-movcassa to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close movcassa
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output movcassa.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-movcassa
              write rec-movcassa
                    invalid continue
              end-write
           end-perform.
           close lavoro movcassa.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-MOVMAG.
           move "MOVMAG" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input movmag.
           if status-movmag not = "00"
              if status-movmag = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to mov-chiave
              start movmag key >= mov-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read movmag next
                      at end exit perform
                 end-read
                 if status-movmag = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close movmag
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-MOVMAG
           end-if.

      ***---
       RICOSTRUISCI-MOVMAG.
           move 0 to ws-salvati.
           open output lavoro.
           open input movmag.
           if status-movmag = "00"
              move low-value to mov-chiave
              start movmag key >= mov-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read movmag next
                      at end exit perform
                 end-read
                 if status-movmag not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-movmag to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close movmag
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output movmag.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-movmag
              write rec-movmag
                    invalid continue
              end-write
           end-perform.
           close lavoro movmag.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-OBIETTIVI.
           move "OBIETTIVI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input obiettivi.
           if status-obiettivi not = "00"
              if status-obiettivi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to obi-chiave
              start obiettivi key >= obi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read obiettivi next
                      at end exit perform
                 end-read
                 if status-obiettivi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close obiettivi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-OBIETTIVI
           end-if.

      ***---
       RICOSTRUISCI-OBIETTIVI.
           move 0 to ws-salvati.
           open output lavoro.
           open input obiettivi.
           if status-obiettivi = "00"
              move low-value to obi-chiave
              start obiettivi key >= obi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read obiettivi next
                      at end exit perform
                 end-read
                 if status-obiettivi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-obiettivi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close obiettivi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output obiettivi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-obiettivi
              write rec-obiettivi
                    invalid continue
              end-write
           end-perform.
           close lavoro obiettivi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-OPERATORI.
           move "OPERATORI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input operatori.
           if status-operatori not = "00"
              if status-operatori = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to ope-codice
              start operatori key >= ope-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read operatori next
                      at end exit perform
                 end-read
                 if status-operatori = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close operatori
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-OPERATORI
           end-if.

      ***---
       RICOSTRUISCI-OPERATORI.
           move 0 to ws-salvati.
           open output lavoro.
           open input operatori.
           if status-operatori = "00"
              move low-value to ope-codice
              start operatori key >= ope-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read operatori next
                      at end exit perform
                 end-read
                 if status-operatori not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-operatori to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close operatori
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output operatori.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-operatori
              write rec-operatori
                    invalid continue
              end-write
           end-perform.
           close lavoro operatori.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PARAM.
           move "PARAM" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input param.
           if status-param not = "00"
              if status-param = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to prm-chiave
              start param key >= prm-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read param next
                      at end exit perform
                 end-read
                 if status-param = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close param
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PARAM
           end-if.

      ***---
       RICOSTRUISCI-PARAM.
           move 0 to ws-salvati.
           open output lavoro.
           open input param.
           if status-param = "00"
              move low-value to prm-chiave
              start param key >= prm-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read param next
                      at end exit perform
                 end-read
                 if status-param not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-param to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close param
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output param.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-param
              write rec-param
                    invalid continue
              end-write
           end-perform.
           close lavoro param.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PAYLINK.
           move "PAYLINK" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input paylink.
           if status-paylink not = "00"
              if status-paylink = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to plk-chiave
              start paylink key >= plk-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read paylink next
                      at end exit perform
                 end-read
                 if status-paylink = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close paylink
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PAYLINK
           end-if.

      ***---
       RICOSTRUISCI-PAYLINK.
           move 0 to ws-salvati.
           open output lavoro.
           open input paylink.
           if status-paylink = "00"
              move low-value to plk-chiave
              start paylink key >= plk-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read paylink next
                      at end exit perform
                 end-read
                 if status-paylink not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-paylink to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close paylink
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output paylink.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-paylink
              write rec-paylink
                    invalid continue
              end-write
           end-perform.
           close lavoro paylink.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PDCMAP.
           move "PDCMAP" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input pdcmap.
           if status-pdcmap not = "00"
              if status-pdcmap = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to pdm-chiave
              start pdcmap key >= pdm-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read pdcmap next
                      at end exit perform
                 end-read
                 if status-pdcmap = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close pdcmap
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PDCMAP
           end-if.

      ***---
       RICOSTRUISCI-PDCMAP.
           move 0 to ws-salvati.
           open output lavoro.
           open input pdcmap.
           if status-pdcmap = "00"
              move low-value to pdm-chiave
              start pdcmap key >= pdm-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read pdcmap next
                      at end exit perform
                 end-read
                 if status-pdcmap not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-pdcmap to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close pdcmap
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output pdcmap.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-pdcmap
              write rec-pdcmap
                    invalid continue
              end-write
           end-perform.
           close lavoro pdcmap.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PIANO.
           move "PIANO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input piano.
           if status-piano not = "00"
              if status-piano = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to pia-chiave
              start piano key >= pia-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read piano next
                      at end exit perform
                 end-read
                 if status-piano = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close piano
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PIANO
           end-if.

      ***---
       RICOSTRUISCI-PIANO.
           move 0 to ws-salvati.
           open output lavoro.
           open input piano.
           if status-piano = "00"
              move low-value to pia-chiave
              start piano key >= pia-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read piano next
                      at end exit perform
                 end-read
                 if status-piano not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-piano to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close piano
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output piano.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-piano
              write rec-piano
                    invalid continue
              end-write
           end-perform.
           close lavoro piano.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-POSRICON.
           move "POSRICON" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input posricon.
           if status-posricon not = "00"
              if status-posricon = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to pos-data
              start posricon key >= pos-data
                    invalid continue
              end-start
              perform until 1 = 2
                 read posricon next
                      at end exit perform
                 end-read
                 if status-posricon = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close posricon
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-POSRICON
           end-if.

      ***---
       RICOSTRUISCI-POSRICON.
           move 0 to ws-salvati.
           open output lavoro.
           open input posricon.
           if status-posricon = "00"
              move low-value to pos-data
              start posricon key >= pos-data
                    invalid continue
              end-start
              perform until 1 = 2
                 read posricon next
                      at end exit perform
                 end-read
                 if status-posricon not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-posricon to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close posricon
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output posricon.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-posricon
              write rec-posricon
                    invalid continue
              end-write
           end-perform.
           close lavoro posricon.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PRATICHE.
           move "PRATICHE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input pratiche.
           if status-pratiche not = "00"
              if status-pratiche = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to pra-numero
              start pratiche key >= pra-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read pratiche next
                      at end exit perform
                 end-read
                 if status-pratiche = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close pratiche
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PRATICHE
           end-if.

      ***---
       RICOSTRUISCI-PRATICHE.
           move 0 to ws-salvati.
           open output lavoro.
           open input pratiche.
           if status-pratiche = "00"
              move low-value to pra-numero
              start pratiche key >= pra-numero
                    invalid continue
              end-start
              perform until 1 = 2
                 read pratiche next
                      at end exit perform
                 end-read
                 if status-pratiche not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-pratiche to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close pratiche
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output pratiche.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-pratiche
              write rec-pratiche
                    invalid continue
              end-write
           end-perform.
           close lavoro pratiche.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PROMO.
           move "PROMO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input promo.
           if status-promo not = "00"
              if status-promo = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to pro-codice
              start promo key >= pro-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read promo next
                      at end exit perform
                 end-read
                 if status-promo = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close promo
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PROMO
           end-if.

      ***---
       RICOSTRUISCI-PROMO.
           move 0 to ws-salvati.
           open output lavoro.
           open input promo.
           if status-promo = "00"
              move low-value to pro-codice
              start promo key >= pro-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read promo next
                      at end exit perform
                 end-read
                 if status-promo not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-promo to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close promo
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output promo.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-promo
              write rec-promo
                    invalid continue
              end-write
           end-perform.
           close lavoro promo.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-PROMOUSO.
           move "PROMOUSO" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input promouso.
           if status-promouso not = "00"
              if status-promouso = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to pru-chiave
              start promouso key >= pru-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read promouso next
                      at end exit perform
                 end-read
                 if status-promouso = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close promouso
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-PROMOUSO
           end-if.

      ***---
       RICOSTRUISCI-PROMOUSO.
           move 0 to ws-salvati.
           open output lavoro.
           open input promouso.
           if status-promouso = "00"
              move low-value to pru-chiave
              start promouso key >= pru-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read promouso next
                      at end exit perform
                 end-read
                 if status-promouso not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-promouso to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close promouso
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output promouso.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-promouso
              write rec-promouso
                    invalid continue
              end-write
           end-perform.
           close lavoro promouso.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
           close lavoro rcorrisp.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-REPABB.
           move "REPABB" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input repabb.
           if status-repabb not = "00"
              if status-repabb = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to rab-codice
              start repabb key >= rab-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read repabb next
                      at end exit perform
                 end-read
                 if status-repabb = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close repabb
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-REPABB
           end-if.

      ***---
       RICOSTRUISCI-REPABB.
           move 0 to ws-salvati.
           open output lavoro.
           open input repabb.
           if status-repabb = "00"
              move low-value to rab-codice
              start repabb key >= rab-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read repabb next
                      at end exit perform
                 end-read
                 if status-repabb not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-repabb to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close repabb
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output repabb.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-repabb
              write rec-repabb
                    invalid continue
              end-write
           end-perform.
           close lavoro repabb.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-RESI.
           move "RESI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input resi.
           if status-resi not = "00"
              if status-resi = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to res-chiave
              start resi key >= res-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read resi next
                      at end exit perform
                 end-read
                 if status-resi = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close resi
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-RESI
           end-if.

      ***---
       RICOSTRUISCI-RESI.
           move 0 to ws-salvati.
           open output lavoro.
           open input resi.
           if status-resi = "00"
              move low-value to res-chiave
              start resi key >= res-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read resi next
                      at end exit perform
                 end-read
                 if status-resi not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-resi to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close resi
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output resi.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-resi
              write rec-resi
                    invalid continue
              end-write
           end-perform.
           close lavoro resi.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-RETENZIONE.
           move "RETENZIONE" to ws-nome-in-corso.
                    invalid continue
              end-write
           end-perform.
           close lavoro rfatture.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-RICHIESTEDIR.
           move "RICHIESTEDIR" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input richiestedir.
           if status-richiestedir not = "00"
              if status-richiestedir = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to rdi-chiave
              start richiestedir key >= rdi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read richiestedir next
                      at end exit perform
                 end-read
                 if status-richiestedir = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close richiestedir
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-RICHIESTEDIR
           end-if.

      ***---
       RICOSTRUISCI-RICHIESTEDIR.
           move 0 to ws-salvati.
           open output lavoro.
           open input richiestedir.
           if status-richiestedir = "00"
              move low-value to rdi-chiave
              start richiestedir key >= rdi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read richiestedir next
                      at end exit perform
                 end-read
                 if status-richiestedir not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-richiestedir to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close richiestedir
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output richiestedir.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-richiestedir
              write rec-richiestedir
                    invalid continue
              end-write
           end-perform.
           close lavoro richiestedir.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-rschede-storico
              write rec-rschede-storico
                    invalid continue
              end-write
           end-perform.
           close lavoro rschede-storico.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SANIFICAZIONI.
           move "SANIFICAZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input sanificazioni.
           if status-sanificazioni not = "00"
              if status-sanificazioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to san-chiave
              start sanificazioni key >= san-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read sanificazioni next
                      at end exit perform
                 end-read
                 if status-sanificazioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close sanificazioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SANIFICAZIONI
           end-if.

      ***---
       RICOSTRUISCI-SANIFICAZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input sanificazioni.
           if status-sanificazioni = "00"
              move low-value to san-chiave
              start sanificazioni key >= san-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read sanificazioni next
                      at end exit perform
                 end-read
                 if status-sanificazioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-sanificazioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close sanificazioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output sanificazioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-sanificazioni
              write rec-sanificazioni
                    invalid continue
              end-write
           end-perform.
           close lavoro sanificazioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SCADENZE.
           move "SCADENZE" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input scadenze.
           if status-scadenze not = "00"
              if status-scadenze = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to sca-chiave
              start scadenze key >= sca-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scadenze next
                      at end exit perform
                 end-read
                 if status-scadenze = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close scadenze
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SCADENZE
           end-if.

      ***---
       RICOSTRUISCI-SCADENZE.
           move 0 to ws-salvati.
           open output lavoro.
           open input scadenze.
           if status-scadenze = "00"
              move low-value to sca-chiave
              start scadenze key >= sca-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scadenze next
                      at end exit perform
                 end-read
                 if status-scadenze not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-scadenze to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close scadenze
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output scadenze.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-scadenze
              write rec-scadenze
                    invalid continue
              end-write
           end-perform.
           close lavoro scadenze.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SCADPASS.
           move "SCADPASS" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input scadpass.
           if status-scadpass not = "00"
              if status-scadpass = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to scp-chiave
              start scadpass key >= scp-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scadpass next
                      at end exit perform
                 end-read
                 if status-scadpass = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close scadpass
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SCADPASS
           end-if.

      ***---
       RICOSTRUISCI-SCADPASS.
           move 0 to ws-salvati.
           open output lavoro.
           open input scadpass.
           if status-scadpass = "00"
              move low-value to scp-chiave
              start scadpass key >= scp-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scadpass next
                      at end exit perform
                 end-read
                 if status-scadpass not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-scadpass to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close scadpass
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output scadpass.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-scadpass
              write rec-scadpass
                    invalid continue
              end-write
           end-perform.
           close lavoro scadpass.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SCADPREV.
           move "SCADPREV" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input scadprev.
           if status-scadprev not = "00"
              if status-scadprev = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to spr-chiave
              start scadprev key >= spr-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scadprev next
                      at end exit perform
                 end-read
                 if status-scadprev = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close scadprev
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SCADPREV
           end-if.

      ***---
       RICOSTRUISCI-SCADPREV.
           move 0 to ws-salvati.
           open output lavoro.
           open input scadprev.
           if status-scadprev = "00"
              move low-value to spr-chiave
              start scadprev key >= spr-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scadprev next
                      at end exit perform
                 end-read
                 if status-scadprev not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-scadprev to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close scadprev
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output scadprev.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-scadprev
              write rec-scadprev
                    invalid continue
              end-write
           end-perform.
           close lavoro scadprev.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SCALECLIN.
           move "SCALECLIN" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input scaleclin.
           if status-scaleclin not = "00"
              if status-scaleclin = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to scl-codice
              start scaleclin key >= scl-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read scaleclin next
                      at end exit perform
                 end-read
                 if status-scaleclin = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close scaleclin
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SCALECLIN
           end-if.

      ***---
       RICOSTRUISCI-SCALECLIN.
           move 0 to ws-salvati.
           open output lavoro.
           open input scaleclin.
           if status-scaleclin = "00"
              move low-value to scl-codice
              start scaleclin key >= scl-codice
                    invalid continue
              end-start
              perform until 1 = 2
                 read scaleclin next
                      at end exit perform
                 end-read
                 if status-scaleclin not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-scaleclin to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close scaleclin
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output scaleclin.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-scaleclin
              write rec-scaleclin
                    invalid continue
              end-write
           end-perform.
           close lavoro scaleclin.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SCALEDOM.
           move "SCALEDOM" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input scaledom.
           if status-scaledom not = "00"
              if status-scaledom = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to scd-chiave
              start scaledom key >= scd-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scaledom next
                      at end exit perform
                 end-read
                 if status-scaledom = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close scaledom
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SCALEDOM
           end-if.

      ***---
       RICOSTRUISCI-SCALEDOM.
           move 0 to ws-salvati.
           open output lavoro.
           open input scaledom.
           if status-scaledom = "00"
              move low-value to scd-chiave
              start scaledom key >= scd-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read scaledom next
                      at end exit perform
                 end-read
                 if status-scaledom not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-scaledom to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close scaledom
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output scaledom.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-scaledom
              write rec-scaledom
                    invalid continue
              end-write
           end-perform.
           close lavoro scaledom.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
           close lavoro schedeser.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SCTDIST.
           move "SCTDIST" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input sctdist.
           if status-sctdist not = "00"
              if status-sctdist = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to sct-chiave
              start sctdist key >= sct-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read sctdist next
                      at end exit perform
                 end-read
                 if status-sctdist = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close sctdist
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-SCTDIST
           end-if.

      ***---
       RICOSTRUISCI-SCTDIST.
           move 0 to ws-salvati.
           open output lavoro.
           open input sctdist.
           if status-sctdist = "00"
              move low-value to sct-chiave
              start sctdist key >= sct-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read sctdist next
                      at end exit perform
                 end-read
                 if status-sctdist not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-sctdist to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close sctdist
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output sctdist.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-sctdist
              write rec-sctdist
                    invalid continue
              end-write
           end-perform.
           close lavoro sctdist.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-SDDDIST.
           move "SDDDIST" to ws-nome-in-corso.
           close lavoro tutori.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-VALUTAZIONI.
           move "VALUTAZIONI" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input valutazioni.
           if status-valutazioni not = "00"
              if status-valutazioni = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to val-chiave
              start valutazioni key >= val-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read valutazioni next
                      at end exit perform
                 end-read
                 if status-valutazioni = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close valutazioni
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-VALUTAZIONI
           end-if.

      ***---
       RICOSTRUISCI-VALUTAZIONI.
           move 0 to ws-salvati.
           open output lavoro.
           open input valutazioni.
           if status-valutazioni = "00"
              move low-value to val-chiave
              start valutazioni key >= val-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read valutazioni next
                      at end exit perform
                 end-read
                 if status-valutazioni not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-valutazioni to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close valutazioni
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output valutazioni.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-valutazioni
              write rec-valutazioni
                    invalid continue
              end-write
           end-perform.
           close lavoro valutazioni.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-VOUCHER.
           move "VOUCHER" to ws-nome-in-corso.
           close lavoro zoomcfg.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ZOOMVIST.
           move "ZOOMVIST" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input zoomvist.
           if status-zoomvist not = "00"
              if status-zoomvist = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to zvi-chiave
              start zoomvist key >= zvi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read zoomvist next
                      at end exit perform
                 end-read
                 if status-zoomvist = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close zoomvist
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ZOOMVIST
           end-if.

      ***---
       RICOSTRUISCI-ZOOMVIST.
           move 0 to ws-salvati.
           open output lavoro.
           open input zoomvist.
           if status-zoomvist = "00"
              move low-value to zvi-chiave
              start zoomvist key >= zvi-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read zoomvist next
                      at end exit perform
                 end-read
                 if status-zoomvist not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-zoomvist to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close zoomvist
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output zoomvist.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-zoomvist
              write rec-zoomvist
                    invalid continue
              end-write
           end-perform.
           close lavoro zoomvist.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       VERIFICA-ZOOMVSEL.
           move "ZOOMVSEL" to ws-nome-in-corso.
           move 0 to ws-contati.
           set file-corrotto to false.
           open input zoomvsel.
           if status-zoomvsel not = "00"
              if status-zoomvsel = "98"
                 set file-corrotto to true
              end-if
              perform RIPORTA-APERTURA-FALLITA
           else
              move low-value to zvs-chiave
              start zoomvsel key >= zvs-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read zoomvsel next
                      at end exit perform
                 end-read
                 if status-zoomvsel = "98"
                    set file-corrotto to true
                    exit perform
                 end-if
                 add 1 to ws-contati
              end-perform
              close zoomvsel
              perform CONFRONTA-FILECNT
              perform RIPORTA-ESITO-VERIFICA
           end-if.
           if link-ricostruisci-si or file-corrotto
              perform RICOSTRUISCI-ZOOMVSEL
           end-if.

      ***---
       RICOSTRUISCI-ZOOMVSEL.
           move 0 to ws-salvati.
           open output lavoro.
           open input zoomvsel.
           if status-zoomvsel = "00"
              move low-value to zvs-chiave
              start zoomvsel key >= zvs-chiave
                    invalid continue
              end-start
              perform until 1 = 2
                 read zoomvsel next
                      at end exit perform
                 end-read
                 if status-zoomvsel not = "00"
                    exit perform
                 end-if
                 move spaces to lav-buffer
                 move rec-zoomvsel to lav-buffer
                 write rec-lavoro
                 add 1 to ws-salvati
              end-perform
              close zoomvsel
           end-if.
           close lavoro.
           if ws-salvati = 0 and file-corrotto
              perform RIPORTA-RICOSTRUZIONE
              exit paragraph
           end-if.
           open output zoomvsel.
           open input lavoro.
           perform until 1 = 2
              read lavoro at end exit perform end-read
              move lav-buffer to rec-zoomvsel
              write rec-zoomvsel
                    invalid continue
              end-write
           end-perform.
           close lavoro zoomvsel.
           perform RIPORTA-RICOSTRUZIONE.

      ***---
       CONFRONTA-FILECNT.
           set differenza-filecnt to false.

           display message messaggio.

           initialize errlog-link.
           move "ST-VERIFISAM"    to ell-programma.
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
