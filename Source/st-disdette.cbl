       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-disdette.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRO DELLE DISDETTE E DEI NO-SHOW CON LA PENALE PER LE
      * DISDETTE TARDIVE (DISDETTE, VEDI DISDETTE.LKS PER LE
      * FUNZIONI). LA REGOLA STA SU PARAM, PER STUDIO DEL CLIENTE:
      * SOTTO IL PREAVVISO MINIMO (O SENZA PRESENTARSI) LA DISDETTA
      * E' TARDIVA E, SE IL MOTIVO E' SOGGETTO A PENALE (O NON E'
      * INDICATO), SI PROPONE LA PENALE: PERCENTUALE DEL PREZZO DI
      * LISTINO DELLA SEDUTA (ST-PREZZO) O IMPORTO FISSO. LA PENALE
      * CONFERMATA CONSUMA UNA SEDUTA DAL PACCHETTO DEL CLIENTE PER
      * QUELL'ARTICOLO (ST-ABBSCALA) SE NE HA UNO APERTO, ALTRIMENTI
      * RESTA DOVUTA E LA FATTURA ST-DOCMENSILE CON LE SEDUTE DEL
      * MESE; QUELLA RIFIUTATA E' CONDONATA E RESTA TRACCIATO CHI
      * L'HA CONDONATA. IL RIEPILOGO MENSILE E' DI ST-DISDREP.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "disdette.sl".
           copy "motividisd.sl".
           copy "appuntamenti.sl".
           copy "clienti.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "disdette.fd".
           copy "motividisd.fd".
           copy "appuntamenti.fd".
           copy "clienti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
           copy "acugui.def".
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-disdette       pic xx.
       77  status-motividisd     pic xx.
       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 soggetto-penale    value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-ultima-ripetizione pic 9(2) value 0.
       77  ws-stato-precedente   pic x(1).

      * PREAVVISO IN MINUTI TRA L'AVVISO E L'INIZIO DELLA SEDUTA
       77  ws-minuti-seduta      pic s9(11) value 0.
       77  ws-minuti-avviso      pic s9(11) value 0.
       77  ws-minuti-preavviso   pic s9(11) value 0.
       01  ws-hhmm.
           05 ws-hh              pic 9(2).
           05 ws-mm              pic 9(2).

      * PREZZO DELLA SEDUTA PER LA PENALE IN PERCENTUALE
       77  ws-prz-convenzione    pic x(4).
       77  ws-prz-listino        pic 9(5).
       77  ws-prz-origine        pic x(1).
       77  ws-prz-esito          pic xx.
       77  ws-listino-prezzo     pic s9(5)v99 value 0.

       77  ws-abb-esito          pic xx.
       77  ws-penale-dply        pic zz.zz9,99.
       77  ws-ore-dply           pic zzzz9.
       77  ws-soglia-dply        pic zz9.
       77  messaggio             pic x(250) value spaces.
       77  ws-scelta             pic 9(2) value 0.

      * CONVERSIONE DATE SUL CALENDARIO VERO (COME ST-SCADGEN)
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 000.
           05 filler pic 9(3) value 031.
           05 filler pic 9(3) value 059.
           05 filler pic 9(3) value 090.
           05 filler pic 9(3) value 120.
           05 filler pic 9(3) value 151.
           05 filler pic 9(3) value 181.
           05 filler pic 9(3) value 212.
           05 filler pic 9(3) value 243.
           05 filler pic 9(3) value 273.
           05 filler pic 9(3) value 304.
           05 filler pic 9(3) value 334.
       01  filler redefines ws-giorni-cumulati-tab.
           05 ws-giorni-cumulati occurs 12 times pic 9(3).

       77  ws-cal-data           pic 9(8).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-seriale        pic 9(9).
       77  ws-cal-bisestili      pic 9(9).
       77  ws-cal-anno-rif       pic 9(4).
       77  ws-cal-quarti         pic 9(9).
       77  ws-cal-centesimi      pic 9(9).
       77  ws-cal-quattrocent    pic 9(9).
       77  ws-cal-bis-quoz       pic 9(9).
       77  ws-cal-bis-resto      pic 9(9).
       77  filler                pic 9.
           88 ws-cal-bisestile   value 1 false 0.

       LINKAGE SECTION.
           copy "disdette.lks".

      ******************************************************************
       PROCEDURE DIVISION using disdette-link.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           evaluate true
           when dsl-registra perform REGISTRA-DISDETTA
           when dsl-condona  perform CONDONA-PENALE
           when other        set tutto-ok to false
           end-evaluate.
           perform CLOSE-FILES.
           if tutto-ok
              set dsl-esito-ok to true
           else
              set dsl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.

      ***---
       OPEN-FILES.
           open i-o disdette.
           if status-disdette = "35"
              open output disdette
              close       disdette
              open i-o    disdette
           end-if.
           open input motividisd.
           if status-motividisd = "35"
              open output motividisd
              close       motividisd
              open input  motividisd
           end-if.
           open input appuntamenti clienti param.

      ***---
       REGISTRA-DISDETTA.
           if not dsl-disdetta and not dsl-no-show
              set tutto-ok to false
              exit paragraph
           end-if.
           move dsl-data        to app-data.
           move dsl-ora         to app-ora.
           move dsl-progressivo to app-progressivo.
           read appuntamenti no lock
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           perform CONTROLLA-MOTIVO.
           if not tutto-ok
              exit paragraph
           end-if.
           if dsl-data-avviso = 0
              move ws-data-corrente     to dsl-data-avviso
              move ws-ora-corrente(1:4) to dsl-ora-avviso
           end-if.
           perform CALCOLA-PREAVVISO.
           perform LEGGI-PARAM-CLIENTE.
           perform CERCA-ULTIMA-RIPETIZIONE.

           initialize rec-disdette.
           move app-data         to dsd-data.
           move app-ora          to dsd-ora.
           move app-progressivo  to dsd-progressivo.
           compute dsd-ripetizione = ws-ultima-ripetizione + 1.
           move app-cliente      to dsd-cliente.
           move dsl-tipo         to dsd-tipo.
           move dsl-motivo       to dsd-motivo.
           move app-articolo     to dsd-articolo.
           move app-operatore    to dsd-operatore-seduta.
           move dsl-data-avviso  to dsd-data-avviso.
           move dsl-ora-avviso   to dsd-ora-avviso.
           move dsl-preavviso-ore to dsd-preavviso-ore.
           move dsl-operatore    to dsd-operatore.
      * REGOLA ACCESA SE IL PREAVVISO MINIMO E' CONFIGURATO: IL
      * NO-SHOW E' SEMPRE TARDIVO.
           if prm-preavviso-ore > 0 and
              (dsd-no-show or
               dsd-preavviso-ore < prm-preavviso-ore)
              set dsd-e-tardiva to true
           end-if.
           if dsd-e-tardiva and soggetto-penale
              perform CALCOLA-PENALE
           end-if.
           if dsd-penale > 0
              set dsd-penale-dovuta to true
           end-if.
           write rec-disdette
                 invalid set tutto-ok to false
                         exit paragraph
           end-write.
           move spaces to ws-stato-precedente.
           perform AUDIT-DISDETTA.
           if dsd-penale-dovuta
              perform PROPONI-PENALE
           end-if.
           move dsd-ripetizione   to dsl-ripetizione.
           move dsd-penale        to dsl-penale.
           move dsd-stato-penale  to dsl-stato-penale.

      ***---
      * MOTIVO A SPAZI = NON INDICATO: LA PENALE SI APPLICA COMUNQUE
      * (SOLO UN MOTIVO DICHIARATO PUO' ESCLUDERLA).
       CONTROLLA-MOTIVO.
           set soggetto-penale to true.
           if dsl-motivo = spaces
              exit paragraph
           end-if.
           move dsl-motivo to mtd-codice.
           read motividisd no lock
                invalid set tutto-ok to false
            not invalid
                if not mtd-attivo-si
                   set tutto-ok to false
                end-if
                if mtd-senza-penale
                   set soggetto-penale to false
                end-if
           end-read.

      ***---
      * ORE INTERE TRA L'AVVISO E L'INIZIO DELLA SEDUTA; UN AVVISO
      * ARRIVATO A SEDUTA GIA' INIZIATA VALE ZERO ORE. IL NO-SHOW NON
      * HA PREAVVISO.
       CALCOLA-PREAVVISO.
           move 0 to dsl-preavviso-ore.
           if dsl-no-show
              exit paragraph
           end-if.
           move app-data to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move app-ora  to ws-hhmm.
           compute ws-minuti-seduta =
                   (ws-cal-seriale * 1440) + (ws-hh * 60) + ws-mm.
           move dsl-data-avviso to ws-cal-data.
           perform CONVERTI-DATA-A-SERIALE.
           move dsl-ora-avviso to ws-hhmm.
           compute ws-minuti-avviso =
                   (ws-cal-seriale * 1440) + (ws-hh * 60) + ws-mm.
           compute ws-minuti-preavviso =
                   ws-minuti-seduta - ws-minuti-avviso.
           if ws-minuti-preavviso <= 0
              exit paragraph
           end-if.
           if ws-minuti-preavviso >= 5999940
              move 99999 to dsl-preavviso-ore
           else
              divide ws-minuti-preavviso by 60
                     giving dsl-preavviso-ore
           end-if.

      ***---
      * REGOLA DELLO STUDIO DEL CLIENTE, IN MANCANZA QUELLA DELLO
      * STUDIO PRINCIPALE (COME ASSEGNA-SEZIONALE DI ST-DOCMENSILE).
       LEGGI-PARAM-CLIENTE.
           move app-cliente to cli-codice.
           read clienti no lock
                invalid move spaces to cli-studio
           end-read.
           move cli-studio to prm-studio.
           read param no lock
                invalid
                   move spaces to prm-studio
                   read param no lock
                        invalid initialize rec-param
                   end-read
           end-read.

      ***---
       CERCA-ULTIMA-RIPETIZIONE.
           move 0 to ws-ultima-ripetizione.
           move app-data        to dsd-data.
           move app-ora         to dsd-ora.
           move app-progressivo to dsd-progressivo.
           move 0               to dsd-ripetizione.
           start disdette key >= dsd-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read disdette next no lock at end exit perform end-read
              if dsd-data        not = app-data or
                 dsd-ora         not = app-ora  or
                 dsd-progressivo not = app-progressivo
                 exit perform
              end-if
              move dsd-ripetizione to ws-ultima-ripetizione
           end-perform.

      ***---
      * CON LA PERCENTUALE SERVE IL PREZZO DELLA SEDUTA: SENZA
      * ARTICOLO SULL'APPUNTAMENTO O SENZA PREZZO A LISTINO SI
      * RIPIEGA SULL'IMPORTO FISSO.
       CALCOLA-PENALE.
           move 0 to dsd-penale.
           if prm-penale-perc > 0 and app-articolo not = spaces
              move spaces to ws-prz-convenzione
              call "st-prezzo" using app-articolo app-data
                                     app-cliente ws-prz-convenzione
                                     ws-listino-prezzo ws-prz-listino
                                     ws-prz-origine ws-prz-esito
              cancel "st-prezzo"
              if ws-prz-esito = "OK"
                 compute dsd-penale rounded =
                         ws-listino-prezzo * prm-penale-perc / 100
              end-if
           end-if.
           if dsd-penale = 0
              move prm-penale-importo to dsd-penale
           end-if.

      ***---
       PROPONI-PENALE.
           move dsd-penale        to ws-penale-dply.
           move dsd-preavviso-ore to ws-ore-dply.
           move prm-preavviso-ore to ws-soglia-dply.
           initialize messaggio.
           if dsd-no-show
              string "Mancata presentazione senza disdetta."
                                              delimited size
                     X"0D0A"                  delimited size
                into messaggio
              end-string
           else
              string "Disdetta tardiva: preavviso di "
                                              delimited size
                     ws-ore-dply              delimited size
                     " ore su "               delimited size
                     ws-soglia-dply           delimited size
                     " richieste."            delimited size
                     X"0D0A"                  delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           string messaggio                   delimited low-value
                  "Penale di euro "           delimited size
                  ws-penale-dply              delimited size
                  ": addebitarla al cliente?" delimited size
                  X"0D0A"                     delimited size
                  "(No = penale condonata)"   delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio
                   type mb-yes-no
                   giving ws-scelta.
           move dsd-stato-penale to ws-stato-precedente.
           if ws-scelta = mb-yes
              perform SCALA-PACCHETTO-PENALE
           else
              set dsd-penale-condonata to true
              move dsl-operatore    to dsd-condono-operatore
              move ws-data-corrente to dsd-condono-data
           end-if.
           if dsd-stato-penale not = ws-stato-precedente
              rewrite rec-disdette
                      invalid continue
                  not invalid perform AUDIT-DISDETTA
              end-rewrite
           end-if.

      ***---
      * LA PENALE DI CHI HA UN PACCHETTO APERTO PER L'ARTICOLO DELLA
      * SEDUTA CONSUMA UNA SEDUTA DEL PACCHETTO, COME SE FOSSE STATA
      * ESEGUITA; NEGLI ALTRI CASI RESTA DOVUTA PER LA FATTURA.
       SCALA-PACCHETTO-PENALE.
           if dsd-articolo = spaces
              exit paragraph
           end-if.
           call "st-abbscala" using dsd-cliente dsd-articolo
                                    ws-abb-esito.
           cancel "st-abbscala".
           if ws-abb-esito = "OK" or ws-abb-esito = "UL"
              set dsd-penale-pacchetto to true
           end-if.

      ***---
      * CONDONO A POSTERIORI DI UNA PENALE DOVUTA: QUELLE GIA'
      * FATTURATE O SCALATE DAL PACCHETTO NON SI TOCCANO PIU' (SI
      * RIMEDIA CON UNA NOTA DI CREDITO O UN RIACCREDITO A MANO).
       CONDONA-PENALE.
           move dsl-data        to dsd-data.
           move dsl-ora         to dsd-ora.
           move dsl-progressivo to dsd-progressivo.
           move dsl-ripetizione to dsd-ripetizione.
           read disdette
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           if not dsd-penale-dovuta
              set tutto-ok to false
              exit paragraph
           end-if.
           move dsd-stato-penale to ws-stato-precedente.
           set dsd-penale-condonata to true.
           move dsl-operatore    to dsd-condono-operatore.
           move ws-data-corrente to dsd-condono-data.
           rewrite rec-disdette
                   invalid set tutto-ok to false
               not invalid perform AUDIT-DISDETTA
           end-rewrite.
           move dsd-penale       to dsl-penale.
           move dsd-stato-penale to dsl-stato-penale.

      ***---
       AUDIT-DISDETTA.
           initialize auditlog-link.
           move "ST-DISDETTE"           to aul-programma.
           move "DISDETTE"              to aul-file-dati.
           if ws-stato-precedente = spaces and
              not dsl-condona
              set aul-inserimento       to true
           else
              set aul-modifica          to true
           end-if.
           move dsd-chiave              to aul-chiave-record.
           move "DSD-STATO-PENALE"      to aul-campo.
           move ws-stato-precedente     to aul-valore-precedente.
           move dsd-stato-penale        to aul-valore-nuovo.
           move dsl-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
      * DA AAAAMMGG (WS-CAL-DATA) AL NUMERO PROGRESSIVO DI GIORNI
      * (WS-CAL-SERIALE) SUL CALENDARIO GREGORIANO, COME ST-SCADGEN.
       CONVERTI-DATA-A-SERIALE.
           move ws-cal-data(1:4) to ws-cal-anno.
           move ws-cal-data(5:2) to ws-cal-mese.
           move ws-cal-data(7:2) to ws-cal-giorno.
           compute ws-cal-anno-rif = ws-cal-anno - 1.
           perform CONTA-BISESTILI.
           compute ws-cal-seriale =
                   (ws-cal-anno-rif * 365) + ws-cal-bisestili +
                   ws-giorni-cumulati(ws-cal-mese) + ws-cal-giorno.
           perform VERIFICA-BISESTILE.
           if ws-cal-bisestile and ws-cal-mese > 2
              add 1 to ws-cal-seriale
           end-if.

      ***---
       CONTA-BISESTILI.
           divide ws-cal-anno-rif by 4
                  giving ws-cal-quarti.
           divide ws-cal-anno-rif by 100
                  giving ws-cal-centesimi.
           divide ws-cal-anno-rif by 400
                  giving ws-cal-quattrocent.
           compute ws-cal-bisestili =
                   ws-cal-quarti - ws-cal-centesimi +
                   ws-cal-quattrocent.

      ***---
       VERIFICA-BISESTILE.
           set ws-cal-bisestile to false.
           divide ws-cal-anno by 4
                  giving ws-cal-bis-quoz remainder ws-cal-bis-resto.
           if ws-cal-bis-resto = 0
              set ws-cal-bisestile to true
              divide ws-cal-anno by 100
                     giving ws-cal-bis-quoz
                     remainder ws-cal-bis-resto
              if ws-cal-bis-resto = 0
                 set ws-cal-bisestile to false
                 divide ws-cal-anno by 400
                        giving ws-cal-bis-quoz
                        remainder ws-cal-bis-resto
                 if ws-cal-bis-resto = 0
                    set ws-cal-bisestile to true
                 end-if
              end-if
           end-if.

      ***---
       CLOSE-FILES.
           close disdette motividisd appuntamenti clienti param.
           cancel "st-audit".
