       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-valutaz.
       AUTHOR.                          Andrea.
      ******************************************************************
      * COMPILAZIONE DEI QUESTIONARI CLINICI STANDARDIZZATI
      * (VALUTAZIONI), VEDI VALUTAZ.LKS PER LE FUNZIONI. LE RISPOSTE
      * SI CONTROLLANO SULL'INTERVALLO DELLA SCALA (SCALECLIN) E IL
      * PUNTEGGIO SI CALCOLA CON LA SUA REGOLA:
      *   SOMMA         PUNTEGGIO = INDICE = SOMMA DELLE RISPOSTE
      *   NORMALIZZATO  PUNTEGGIO = SOMMA, INDICE 0-100 SULLE SOLE
      *                 RISPOSTE DATE (OSWESTRY, NDI, QUICKDASH)
      *   VALORE        PUNTEGGIO = INDICE = L'UNICA RISPOSTA (VAS)
      * LA FASCIA E' LA PRIMA DELLA SCALA CON SOGLIA NON INFERIORE
      * ALL'INDICE (OLTRE L'ULTIMA SOGLIA VALE L'ULTIMA FASCIA). LA
      * COMPILAZIONE SI COLLEGA ALLA SCHEDA INDICATA O A QUELLA
      * APERTA DEL CLIENTE (CODICE PIU' ALTO, COME IN ST-AGENDA).
      * INDICE E CANCELLAZIONI FINISCONO SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "valutazioni.sl".
           copy "scaleclin.sl".
           copy "clienti.sl".
           copy "tschede.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "valutazioni.fd".
           copy "scaleclin.fd".
           copy "clienti.fd".
           copy "tschede.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-valutazioni    pic xx.
       77  status-scaleclin      pic xx.
       77  status-clienti        pic xx.
       77  status-tschede        pic xx.

       78  78-non-risposta       value 999.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-idx                pic 9(2).
       77  ws-somma              pic 9(5).
       77  ws-ultima-risposta    pic 9(3).
       77  ws-indice-prec        pic 9(4)v9.
       77  ws-indice-ed          pic zzz9,9.

       LINKAGE SECTION.
           copy "valutaz.lks".

      ******************************************************************
       PROCEDURE DIVISION using valutaz-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when vlk-registra perform REGISTRA-VALUTAZIONE
              when vlk-leggi    perform LEGGI-VALUTAZIONE
              when vlk-cancella perform CANCELLA-VALUTAZIONE
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set vlk-esito-ok to true
           else
              set vlk-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           if vlk-cliente = spaces or vlk-scala = spaces or
              vlk-data = 0
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o valutazioni.
           if status-valutazioni = "35"
              open output valutazioni
              close       valutazioni
              open i-o    valutazioni
           end-if.
           open input scaleclin.
           if status-scaleclin = "35"
              open output scaleclin
              close       scaleclin
              open input  scaleclin
           end-if.
           open input clienti tschede.

      ***---
       CONTROLLA-CAMPI.
           move vlk-cliente to cli-codice.
           read clienti no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           move vlk-scala to scl-codice.
           read scaleclin no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if vlk-scheda = 0
              perform CERCA-SCHEDA-APERTA
           else
              move vlk-scheda to tsc-codice
              read tschede no lock
                   invalid set tutto-ok to false
              end-read
              if tutto-ok and tsc-cliente not = vlk-cliente
                 set tutto-ok to false
              end-if
           end-if.

      ***---
      * LA SCHEDA "APERTA" DEL CLIENTE E' QUELLA CON IL CODICE PIU'
      * ALTO; UN CLIENTE SENZA SCHEDE PUO' COMUNQUE COMPILARE (PRIMA
      * VALUTAZIONE), LA COMPILAZIONE RESTA SENZA SCHEDA.
       CERCA-SCHEDA-APERTA.
           move vlk-cliente to tsc-cliente.
           start tschede key >= tsc-cliente
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tschede next no lock at end exit perform end-read
              if tsc-cliente not = vlk-cliente
                 exit perform
              end-if
              if tsc-codice > vlk-scheda
                 move tsc-codice to vlk-scheda
              end-if
           end-perform.

      ***---
      * LE RISPOSTE OLTRE IL NUMERO DI DOMANDE DELLA SCALA SI
      * IGNORANO (E SI SALVANO COME NON DATE).
       CALCOLA-PUNTEGGIO.
           move 0 to ws-somma vlk-num-risposte ws-ultima-risposta.
           perform varying ws-idx from 1 by 1 until ws-idx > 20
              if ws-idx > scl-num-domande
                 move 78-non-risposta to vlk-risposta(ws-idx)
              end-if
              if vlk-risposta(ws-idx) not = 78-non-risposta
                 if vlk-risposta(ws-idx) < scl-valore-min or
                    vlk-risposta(ws-idx) > scl-valore-max
                    set tutto-ok to false
                    exit perform
                 end-if
                 add 1 to vlk-num-risposte
                 add vlk-risposta(ws-idx) to ws-somma
                 move vlk-risposta(ws-idx) to ws-ultima-risposta
              end-if
           end-perform.
           if not tutto-ok
              exit paragraph
           end-if.
           if vlk-num-risposte = 0 or
              vlk-num-risposte < scl-min-risposte
              set tutto-ok to false
              exit paragraph
           end-if.
           evaluate true
           when scl-normalizzato
                move ws-somma to vlk-punteggio
                compute vlk-indice rounded =
                        (ws-somma - (vlk-num-risposte * scl-valore-min))
                        * 100 /
                        (vlk-num-risposte *
                         (scl-valore-max - scl-valore-min))
           when scl-valore
                move ws-ultima-risposta to vlk-punteggio vlk-indice
           when other
                move ws-somma to vlk-punteggio vlk-indice
           end-evaluate.
           perform CERCA-FASCIA.

      ***---
       CERCA-FASCIA.
           move spaces to vlk-fascia.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              if scl-fascia-descrizione(ws-idx) not = spaces
                 move scl-fascia-descrizione(ws-idx) to vlk-fascia
                 if vlk-indice not > scl-fascia-soglia(ws-idx)
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
      * UNA COMPILAZIONE GIA' PRESENTE PER CLIENTE, SCALA E DATA SI
      * SOSTITUISCE (CORREZIONE DELLE RISPOSTE).
       REGISTRA-VALUTAZIONE.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CALCOLA-PUNTEGGIO.
           if not tutto-ok
              exit paragraph
           end-if.
           move vlk-cliente to val-cliente.
           move vlk-scala   to val-scala.
           move vlk-data    to val-data.
           read valutazioni
                invalid
                   move 0 to ws-indice-prec
                   perform TRAVASA-CAMPI
                   write rec-valutazioni
                         invalid set tutto-ok to false
                   end-write
                   initialize auditlog-link
                   set aul-inserimento to true
            not invalid
                   move val-indice to ws-indice-prec
                   perform TRAVASA-CAMPI
                   rewrite rec-valutazioni
                           invalid set tutto-ok to false
                   end-rewrite
                   initialize auditlog-link
                   set aul-modifica to true
           end-read.
           if tutto-ok
              perform AUDIT-VALUTAZIONE
           end-if.

      ***---
       TRAVASA-CAMPI.
           move vlk-scheda       to val-scheda.
           move vlk-risposte     to val-risposte.
           move vlk-num-risposte to val-num-risposte.
           move vlk-punteggio    to val-punteggio.
           move vlk-indice       to val-indice.
           move vlk-fascia       to val-fascia.
           move vlk-operatore    to val-operatore.

      ***---
       LEGGI-VALUTAZIONE.
           move vlk-cliente to val-cliente.
           move vlk-scala   to val-scala.
           move vlk-data    to val-data.
           read valutazioni no lock
                invalid set tutto-ok to false
            not invalid
                move val-scheda       to vlk-scheda
                move val-risposte     to vlk-risposte
                move val-num-risposte to vlk-num-risposte
                move val-punteggio    to vlk-punteggio
                move val-indice       to vlk-indice
                move val-fascia       to vlk-fascia
                move val-operatore    to vlk-operatore
           end-read.

      ***---
       CANCELLA-VALUTAZIONE.
           move vlk-cliente to val-cliente.
           move vlk-scala   to val-scala.
           move vlk-data    to val-data.
           read valutazioni
                invalid set tutto-ok to false
            not invalid
                move val-indice to ws-indice-prec
                delete valutazioni record
                       invalid set tutto-ok to false
                end-delete
           end-read.
           if tutto-ok
              move 0 to val-indice
              initialize auditlog-link
              set aul-cancellazione to true
              perform AUDIT-VALUTAZIONE
           end-if.

      ***---
      * L'OPERAZIONE (AUL-INSERIMENTO/MODIFICA/CANCELLAZIONE) LA
      * IMPOSTA IL CHIAMANTE DOPO L'INITIALIZE.
       AUDIT-VALUTAZIONE.
           move "ST-VALUTAZ"            to aul-programma.
           move "VALUTAZIONI"           to aul-file-dati.
           move val-chiave              to aul-chiave-record.
           move "VAL-INDICE"            to aul-campo.
           move ws-indice-prec          to ws-indice-ed.
           move ws-indice-ed            to aul-valore-precedente.
           move val-indice              to ws-indice-ed.
           move ws-indice-ed            to aul-valore-nuovo.
           move vlk-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close valutazioni scaleclin clienti tschede.
