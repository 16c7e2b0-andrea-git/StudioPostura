       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-eventiavv.
       AUTHOR.                          Andrea.
      ******************************************************************
      * REGISTRO DEGLI EVENTI AVVERSI E DEI QUASI-INCIDENTI (RISCHIO
      * CLINICO), VEDI EVENTIAVV.LKS PER LE FUNZIONI. CADUTE, USTIONI
      * DA APPARECCHIO, REAZIONI A CREME E QUASI-INCIDENTI NON
      * FINISCONO PIU' IN UNA NOTA DEL DIARIO: OGNI EVENTO REGISTRATO
      * VIENE SEGNALATO AI SUPERVISORI CON UN MESSAGGIO INTERNO
      * (ST-MESSAGGI, DESTINATARIO A RUOLO "S") E RESTA APERTO FINO
      * ALLA CHIUSURA CON LE AZIONI CORRETTIVE. APERTURA, GRAVITA' E
      * CHIUSURA FINISCONO SU AUDITLOG. GLI EVENTI APERTI LI MOSTRA
      * ST-CRUSCOTTO, IL RIEPILOGO PER PERIODO E' DI ST-EVENTIREP.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "eventiavv.sl".
           copy "clienti.sl".
           copy "appuntamenti.sl".
           copy "rschede.sl".
           copy "operatori.sl".
           copy "stanze.sl".
           copy "attrezzature.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "eventiavv.fd".
           copy "clienti.fd".
           copy "appuntamenti.fd".
           copy "rschede.fd".
           copy "operatori.fd".
           copy "stanze.fd".
           copy "attrezzature.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-eventiavv      pic xx.
       77  status-clienti        pic xx.
       77  status-appuntamenti   pic xx.
       77  status-rschede        pic xx.
       77  status-operatori      pic xx.
       77  status-stanze         pic xx.
       77  status-attrezzature   pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-ultimo-numero      pic 9(6) value 0.
       77  ws-stato-prec         pic x(1).
       77  ws-gravita-prec       pic x(1).
       77  ws-numero-z           pic z(5)9.
       77  ws-data-dply          pic x(10).
       77  ws-tipo-descr         pic x(20).
       77  ws-gravita-descr      pic x(15).

      * SEGNALAZIONE AI SUPERVISORI (VEDI ST-MESSAGGI)
       77  ws-msg-funzione       pic x(1).
       77  ws-msg-numero         pic 9(6).
       77  ws-msg-a-operatore    pic x(10).
       77  ws-msg-a-ruolo        pic x(1).
       77  ws-msg-testo          pic x(200).
       77  ws-msg-esito          pic xx.
       01  ws-messaggi-lista.
           05 ws-lst-num-messaggi pic 9(2).
           05 ws-lst-msg occurs 20 times.
              10 ws-lst-numero        pic 9(6).
              10 ws-lst-da            pic x(10).
              10 ws-lst-cliente       pic x(6).
              10 ws-lst-testo         pic x(200).
              10 ws-lst-stato         pic x(1).
              10 ws-lst-data          pic 9(8).

       LINKAGE SECTION.
           copy "eventiavv.lks".

      ******************************************************************
       PROCEDURE DIVISION using eventiavv-link.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           evaluate true
           when evl-inserisci perform INSERISCI-EVENTO
           when evl-modifica  perform MODIFICA-EVENTO
           when evl-chiudi    perform CHIUDI-EVENTO
           when evl-leggi     perform LEGGI-EVENTO
           when other         set tutto-ok to false
           end-evaluate.
           perform CLOSE-FILES.
           if tutto-ok
              set evl-esito-ok to true
           else
              set evl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.

      ***---
       OPEN-FILES.
           open i-o eventiavv.
           if status-eventiavv = "35"
              open output eventiavv
              close       eventiavv
              open i-o    eventiavv
           end-if.
           open input clienti appuntamenti rschede operatori.
           open input stanze.
           if status-stanze = "35"
              open output stanze
              close       stanze
              open input  stanze
           end-if.
           open input attrezzature.
           if status-attrezzature = "35"
              open output attrezzature
              close       attrezzature
              open input  attrezzature
           end-if.

      ***---
      * TIPO E GRAVITA' SI CONTROLLANO SUI VALORI DEL TRACCIATO; I
      * RIFERIMENTI INDICATI (NESSUNO E' OBBLIGATORIO) DEVONO
      * ESISTERE.
       CONTROLLA-CAMPI.
           move evl-tipo    to eva-tipo.
           move evl-gravita to eva-gravita.
           if not eva-caduta         and not eva-ustione  and
              not eva-reazione       and
              not eva-quasi-incidente and not eva-altro
              set tutto-ok to false
              exit paragraph
           end-if.
           if not eva-nessun-danno and not eva-lieve and
              not eva-moderata     and not eva-grave
              set tutto-ok to false
              exit paragraph
           end-if.
           if evl-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if evl-cliente not = spaces
              move evl-cliente to cli-codice
              read clienti no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok and evl-app-data not = 0
              move evl-app-data        to app-data
              move evl-app-ora         to app-ora
              move evl-app-progressivo to app-progressivo
              read appuntamenti no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok and evl-scheda not = 0
              move evl-scheda          to rsc-codice
              move evl-rsc-progressivo to rsc-progressivo
              read rschede no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok and evl-operatore not = spaces
              move evl-operatore to ope-codice
              read operatori no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok and evl-stanza not = spaces
              move evl-stanza to sta-codice
              read stanze no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok and evl-attrezzatura not = spaces
              move evl-attrezzatura to atz-codice
              read attrezzature no lock
                   invalid set tutto-ok to false
              end-read
           end-if.

      ***---
      * CHI SEGNALA DEVE ESSERE UN OPERATORE: E' IL MITTENTE DEL
      * MESSAGGIO AI SUPERVISORI.
       INSERISCI-EVENTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move evl-segnalato-da to ope-codice.
           read operatori no lock
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           if evl-data = 0
              move ws-data-corrente     to evl-data
              move ws-ora-corrente(1:4) to evl-ora
           end-if.
           perform CERCA-ULTIMO-NUMERO.
           initialize rec-eventiavv.
           compute eva-numero = ws-ultimo-numero + 1.
           move evl-data            to eva-data.
           move evl-ora             to eva-ora.
           perform TRAVASA-CAMPI.
           set  eva-aperto          to true.
           move evl-segnalato-da    to eva-segnalato-da.
           write rec-eventiavv
                 invalid set tutto-ok to false
           end-write.
           if not tutto-ok
              exit paragraph
           end-if.
           move eva-numero to evl-numero.
           move spaces     to ws-stato-prec.
           initialize auditlog-link.
           set aul-inserimento to true.
           perform AUDIT-STATO.
           perform SEGNALA-SUPERVISORI.

      ***---
       TRAVASA-CAMPI.
           move evl-cliente         to eva-cliente.
           move evl-app-data        to eva-app-data.
           move evl-app-ora         to eva-app-ora.
           move evl-app-progressivo to eva-app-progressivo.
           move evl-scheda          to eva-scheda.
           move evl-rsc-progressivo to eva-rsc-progressivo.
           move evl-operatore       to eva-operatore.
           move evl-stanza          to eva-stanza.
           move evl-attrezzatura    to eva-attrezzatura.
           move evl-tipo            to eva-tipo.
           move evl-gravita         to eva-gravita.
           move evl-descrizione     to eva-descrizione.
           move evl-azioni          to eva-azioni.
           move evl-utente          to eva-utente.

      ***---
       CERCA-ULTIMO-NUMERO.
           move 0 to ws-ultimo-numero.
           move low-value to eva-numero.
           start eventiavv key >= eva-numero
                 invalid continue
           end-start.
           perform until 1 = 2
              read eventiavv next no lock at end exit perform end-read
              move eva-numero to ws-ultimo-numero
           end-perform.

      ***---
      * IL MESSAGGIO VA A TUTTI I SUPERVISORI, AGGANCIATO AL CLIENTE
      * E ALL'APPUNTAMENTO DELL'EVENTO. SE L'INVIO NON RIESCE
      * L'EVENTO RESTA COMUNQUE REGISTRATO (EVA-MESSAGGIO A ZERO).
       SEGNALA-SUPERVISORI.
           perform DESCRIVI-TIPO-GRAVITA.
           move eva-numero to ws-numero-z.
           initialize ws-data-dply.
           string eva-data(7:2) delimited size
                  "/"           delimited size
                  eva-data(5:2) delimited size
                  "/"           delimited size
                  eva-data(1:4) delimited size
             into ws-data-dply
           end-string.
           initialize ws-msg-testo.
           string "EVENTO AVVERSO N. " delimited size
                  ws-numero-z          delimited size
                  " DEL "              delimited size
                  ws-data-dply         delimited size
                  ": "                 delimited size
                  ws-tipo-descr        delimited "  "
                  ", GRAVITA' "        delimited size
                  ws-gravita-descr     delimited "  "
                  " - "                delimited size
                  eva-descrizione      delimited size
             into ws-msg-testo
           end-string.
           initialize ws-messaggi-lista.
           move "I"              to ws-msg-funzione.
           move 0                to ws-msg-numero.
           move spaces           to ws-msg-a-operatore.
           move "S"              to ws-msg-a-ruolo.
           call "st-messaggi" using ws-msg-funzione ws-msg-numero
                                    eva-segnalato-da
                                    ws-msg-a-operatore
                                    ws-msg-a-ruolo eva-cliente
                                    eva-app-data eva-app-ora
                                    eva-app-progressivo
                                    ws-msg-testo ws-messaggi-lista
                                    ws-msg-esito.
           cancel "st-messaggi".
           if ws-msg-esito = "OK"
              move ws-msg-numero to eva-messaggio evl-messaggio
              rewrite rec-eventiavv
                      invalid continue
              end-rewrite
           end-if.

      ***---
       DESCRIVI-TIPO-GRAVITA.
           evaluate true
           when eva-caduta          move "CADUTA"          to
                                         ws-tipo-descr
           when eva-ustione         move "USTIONE"         to
                                         ws-tipo-descr
           when eva-reazione        move "REAZIONE"        to
                                         ws-tipo-descr
           when eva-quasi-incidente move "QUASI-INCIDENTE" to
                                         ws-tipo-descr
           when other               move "ALTRO"           to
                                         ws-tipo-descr
           end-evaluate.
           evaluate true
           when eva-nessun-danno    move "NESSUN DANNO"    to
                                         ws-gravita-descr
           when eva-lieve           move "LIEVE"           to
                                         ws-gravita-descr
           when eva-moderata        move "MODERATA"        to
                                         ws-gravita-descr
           when other               move "GRAVE"           to
                                         ws-gravita-descr
           end-evaluate.

      ***---
      * UN EVENTO CHIUSO NON SI MODIFICA PIU'.
       MODIFICA-EVENTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform LEGGI-EVENTO-APERTO.
           if not tutto-ok
              exit paragraph
           end-if.
           move eva-gravita to ws-gravita-prec.
           perform TRAVASA-CAMPI.
           rewrite rec-eventiavv
                   invalid set tutto-ok to false
           end-rewrite.
           if tutto-ok and ws-gravita-prec not = eva-gravita
              perform AUDIT-GRAVITA
           end-if.

      ***---
      * SI CHIUDE SOLO CON LE AZIONI CORRETTIVE SCRITTE: QUELLE
      * PASSATE SOSTITUISCONO LE PRECEDENTI, A SPAZI RESTANO QUELLE
      * GIA' REGISTRATE.
       CHIUDI-EVENTO.
           perform LEGGI-EVENTO-APERTO.
           if not tutto-ok
              exit paragraph
           end-if.
           if evl-azioni not = spaces
              move evl-azioni to eva-azioni
           end-if.
           if eva-azioni = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if evl-data-chiusura = 0
              move ws-data-corrente to evl-data-chiusura
           end-if.
           move eva-stato         to ws-stato-prec.
           set  eva-chiuso        to true.
           move evl-data-chiusura to eva-data-chiusura.
           move evl-utente        to eva-utente.
           rewrite rec-eventiavv
                   invalid set tutto-ok to false
           end-rewrite.
           if tutto-ok
              initialize auditlog-link
              set aul-modifica to true
              perform AUDIT-STATO
           end-if.

      ***---
       LEGGI-EVENTO-APERTO.
           move evl-numero to eva-numero.
           read eventiavv
                invalid set tutto-ok to false
           end-read.
           if tutto-ok and not eva-aperto
              set tutto-ok to false
           end-if.

      ***---
       LEGGI-EVENTO.
           move evl-numero to eva-numero.
           read eventiavv no lock
                invalid set tutto-ok to false
            not invalid
                move eva-data            to evl-data
                move eva-ora             to evl-ora
                move eva-cliente         to evl-cliente
                move eva-app-data        to evl-app-data
                move eva-app-ora         to evl-app-ora
                move eva-app-progressivo to evl-app-progressivo
                move eva-scheda          to evl-scheda
                move eva-rsc-progressivo to evl-rsc-progressivo
                move eva-operatore       to evl-operatore
                move eva-stanza          to evl-stanza
                move eva-attrezzatura    to evl-attrezzatura
                move eva-tipo            to evl-tipo
                move eva-gravita         to evl-gravita
                move eva-descrizione     to evl-descrizione
                move eva-azioni          to evl-azioni
                move eva-stato           to evl-stato
                move eva-data-chiusura   to evl-data-chiusura
                move eva-segnalato-da    to evl-segnalato-da
                move eva-messaggio       to evl-messaggio
                move eva-utente          to evl-utente
           end-read.

      ***---
      * L'OPERAZIONE (AUL-INSERIMENTO/MODIFICA) LA IMPOSTA IL
      * CHIAMANTE DOPO L'INITIALIZE.
       AUDIT-STATO.
           move "ST-EVENTIAVV"          to aul-programma.
           move "EVENTIAVV"             to aul-file-dati.
           move eva-numero              to aul-chiave-record.
           move "EVA-STATO"             to aul-campo.
           move ws-stato-prec           to aul-valore-precedente.
           move eva-stato               to aul-valore-nuovo.
           move evl-utente              to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       AUDIT-GRAVITA.
           initialize auditlog-link.
           move "ST-EVENTIAVV"          to aul-programma.
           move "EVENTIAVV"             to aul-file-dati.
           set  aul-modifica            to true.
           move eva-numero              to aul-chiave-record.
           move "EVA-GRAVITA"           to aul-campo.
           move ws-gravita-prec         to aul-valore-precedente.
           move eva-gravita             to aul-valore-nuovo.
           move evl-utente              to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close eventiavv clienti appuntamenti rschede operatori
                 stanze attrezzature.
