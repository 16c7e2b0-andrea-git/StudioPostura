       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-scaleclin.
       AUTHOR.                          Andrea.
      ******************************************************************
      * LIBRERIA DELLE SCALE CLINICHE STANDARDIZZATE (SCALECLIN) E
      * DELLE LORO DOMANDE (SCALEDOM), VEDI SCALECL.LKS PER LE
      * FUNZIONI. LA REGOLA DI CALCOLO DEL PUNTEGGIO E DELL'INDICE
      * DI DISABILITA' STA SULLA SCALA E LA APPLICA ST-VALUTAZ ALLA
      * COMPILAZIONE. LA FUNZIONE "S" CARICA LE SCALE DI USO COMUNE
      * (OSWESTRY, NDI, VAS, QUICKDASH) CON LE FASCE DI LETTURA
      * DELLA LETTERATURA; QUELLE GIA' PRESENTI NON SI TOCCANO, COSI'
      * LE MODIFICHE DELLO STUDIO RESTANO. LE SCALE NON SI CANCELLANO
      * (SONO RICHIAMATE DALLE COMPILAZIONI). LE VARIAZIONI DELLA
      * REGOLA DI CALCOLO FINISCONO SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "scaleclin.sl".
           copy "scaledom.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "scaleclin.fd".
           copy "scaledom.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-scaleclin      pic xx.
       77  status-scaledom       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-idx                pic 9(2).
       77  ws-ridx               pic 9(2).
       77  ws-idx-risp           pic 9(2).
       77  ws-metodo-prec        pic x(1).
       77  ws-metodo-nuovo       pic x(1).

      * DOMANDE DELLE SCALE STANDARD: SCALA, NUMERO, TESTO
       01  ws-std-domande-val.
           05 filler pic x(58) value
              "ODI   01Intensita' del dolore".
           05 filler pic x(58) value
              "ODI   02Cura della persona (lavarsi, vestirsi)".
           05 filler pic x(58) value
              "ODI   03Sollevare pesi".
           05 filler pic x(58) value
              "ODI   04Camminare".
           05 filler pic x(58) value
              "ODI   05Stare seduto".
           05 filler pic x(58) value
              "ODI   06Stare in piedi".
           05 filler pic x(58) value
              "ODI   07Dormire".
           05 filler pic x(58) value
              "ODI   08Vita sessuale".
           05 filler pic x(58) value
              "ODI   09Vita sociale".
           05 filler pic x(58) value
              "ODI   10Viaggiare".
           05 filler pic x(58) value
              "NDI   01Intensita' del dolore".
           05 filler pic x(58) value
              "NDI   02Cura della persona (lavarsi, vestirsi)".
           05 filler pic x(58) value
              "NDI   03Sollevare pesi".
           05 filler pic x(58) value
              "NDI   04Leggere".
           05 filler pic x(58) value
              "NDI   05Mal di testa".
           05 filler pic x(58) value
              "NDI   06Concentrazione".
           05 filler pic x(58) value
              "NDI   07Lavoro".
           05 filler pic x(58) value
              "NDI   08Guidare".
           05 filler pic x(58) value
              "NDI   09Dormire".
           05 filler pic x(58) value
              "NDI   10Tempo libero".
           05 filler pic x(58) value
              "VAS   01Intensita' del dolore (0 nessuno - 10 massimo)".
           05 filler pic x(58) value
              "QDASH 01Aprire un barattolo nuovo o ben chiuso".
           05 filler pic x(58) value
              "QDASH 02Fare lavori domestici pesanti".
           05 filler pic x(58) value
              "QDASH 03Portare una borsa della spesa o una valigia".
           05 filler pic x(58) value
              "QDASH 04Lavarsi la schiena".
           05 filler pic x(58) value
              "QDASH 05Usare un coltello per tagliare il cibo".
           05 filler pic x(58) value
              "QDASH 06Attivita' ricreative con sforzo del braccio".
           05 filler pic x(58) value
              "QDASH 07Limitazione nelle attivita' sociali".
           05 filler pic x(58) value
              "QDASH 08Limitazione nel lavoro o nelle attivita'".
           05 filler pic x(58) value
              "QDASH 09Dolore a braccio, spalla o mano".
           05 filler pic x(58) value
              "QDASH 10Formicolio a braccio, spalla o mano".
           05 filler pic x(58) value
              "QDASH 11Difficolta' a dormire per il dolore".
       01  ws-std-domande redefines ws-std-domande-val.
           05 ws-std-dom         occurs 32 times.
              10 ws-std-dom-scala     pic x(6).
              10 ws-std-dom-numero    pic 9(2).
              10 ws-std-dom-testo     pic x(50).
       78  78-num-std-domande    value 32.

      * RISPOSTE DELLE SCALE STANDARD, DAL VALORE MINIMO IN SU
       01  ws-std-risposte-val.
           05 filler pic x(6)  value "ODI".
           05 filler pic x(40) value "Nessuna limitazione".
           05 filler pic x(40) value "Limitazione lieve".
           05 filler pic x(40) value "Limitazione moderata".
           05 filler pic x(40) value "Limitazione importante".
           05 filler pic x(40) value "Limitazione grave".
           05 filler pic x(40) value "Impossibile".
           05 filler pic x(6)  value "NDI".
           05 filler pic x(40) value "Nessuna limitazione".
           05 filler pic x(40) value "Limitazione lieve".
           05 filler pic x(40) value "Limitazione moderata".
           05 filler pic x(40) value "Limitazione importante".
           05 filler pic x(40) value "Limitazione grave".
           05 filler pic x(40) value "Impossibile".
           05 filler pic x(6)  value "QDASH".
           05 filler pic x(40) value "Nessuna difficolta'".
           05 filler pic x(40) value "Difficolta' lieve".
           05 filler pic x(40) value "Difficolta' moderata".
           05 filler pic x(40) value "Difficolta' grave".
           05 filler pic x(40) value "Impossibile".
           05 filler pic x(40) value spaces.
       01  ws-std-risposte redefines ws-std-risposte-val.
           05 ws-std-risp        occurs 3 times.
              10 ws-std-risp-scala    pic x(6).
              10 ws-std-risp-testo    pic x(40) occurs 6 times.
       78  78-num-std-risposte   value 3.

       LINKAGE SECTION.
           copy "scalecl.lks".

      ******************************************************************
       PROCEDURE DIVISION using scalecl-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when sck-inserisci       perform INSERISCI-SCALA
              when sck-modifica        perform MODIFICA-SCALA
              when sck-leggi           perform LEGGI-SCALA
              when sck-scrivi-domanda  perform SCRIVI-DOMANDA
              when sck-leggi-domanda   perform LEGGI-DOMANDA
              when sck-carica-standard perform CARICA-STANDARD
              when other               set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set sck-esito-ok to true
           else
              set sck-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           if sck-codice = spaces and not sck-carica-standard
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o scaleclin.
           if status-scaleclin = "35"
              open output scaleclin
              close       scaleclin
              open i-o    scaleclin
           end-if.
           open i-o scaledom.
           if status-scaledom = "35"
              open output scaledom
              close       scaledom
              open i-o    scaledom
           end-if.

      ***---
      * LA REGOLA DEVE POTER DARE UN INDICE: DA 1 A 20 DOMANDE,
      * MASSIMO OLTRE IL MINIMO, LA SCALA A VALORE SINGOLO HA UNA
      * SOLA DOMANDA. IL MINIMO DI RISPOSTE A ZERO VALE "TUTTE".
       CONTROLLA-CAMPI.
           if sck-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if sck-num-domande = 0 or sck-num-domande > 20
              set tutto-ok to false
              exit paragraph
           end-if.
           if sck-valore-max not > sck-valore-min
              set tutto-ok to false
              exit paragraph
           end-if.
           move sck-metodo to scl-metodo.
           if not scl-somma and not scl-normalizzato and
              not scl-valore
              set tutto-ok to false
              exit paragraph
           end-if.
           if scl-valore and sck-num-domande not = 1
              set tutto-ok to false
              exit paragraph
           end-if.
           if sck-min-risposte = 0 or
              sck-min-risposte > sck-num-domande
              move sck-num-domande to sck-min-risposte
           end-if.

      ***---
       INSERISCI-SCALA.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-scaleclin.
           move sck-codice to scl-codice.
           perform TRAVASA-CAMPI.
           write rec-scaleclin
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move spaces to ws-metodo-prec
              perform AUDIT-SCALA
           end-if.

      ***---
       MODIFICA-SCALA.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move sck-codice to scl-codice.
           read scaleclin
                invalid set tutto-ok to false
            not invalid
                move scl-metodo to ws-metodo-prec
                perform TRAVASA-CAMPI
                rewrite rec-scaleclin
                        invalid set tutto-ok to false
                    not invalid perform AUDIT-SCALA
                end-rewrite
           end-read.

      ***---
       LEGGI-SCALA.
           move sck-codice to scl-codice.
           read scaleclin no lock
                invalid set tutto-ok to false
            not invalid
                move scl-descrizione  to sck-descrizione
                move scl-num-domande  to sck-num-domande
                move scl-min-risposte to sck-min-risposte
                move scl-valore-min   to sck-valore-min
                move scl-valore-max   to sck-valore-max
                move scl-metodo       to sck-metodo
                move scl-fasce        to sck-fasce
           end-read.

      ***---
       TRAVASA-CAMPI.
           move sck-descrizione  to scl-descrizione.
           move sck-num-domande  to scl-num-domande.
           move sck-min-risposte to scl-min-risposte.
           move sck-valore-min   to scl-valore-min.
           move sck-valore-max   to scl-valore-max.
           move sck-metodo       to scl-metodo.
           move sck-fasce        to scl-fasce.
           move sck-utente       to scl-utente.

      ***---
      * CAMBIARE LA REGOLA CAMBIA LA LETTURA DELLE COMPILAZIONI GIA'
      * FATTE: RESTA TRACCIATO IL METODO, LE ALTRE VOCI SONO IN
      * CHIARO SULLA SCALA.
       AUDIT-SCALA.
           move scl-metodo to ws-metodo-nuovo.
           if ws-metodo-prec = ws-metodo-nuovo
              exit paragraph
           end-if.
           initialize auditlog-link.
           move "ST-SCALECLIN"          to aul-programma.
           move "SCALECLIN"             to aul-file-dati.
           if sck-modifica
              set aul-modifica          to true
           else
              set aul-inserimento       to true
           end-if.
           move scl-codice              to aul-chiave-record.
           move "SCL-METODO"            to aul-campo.
           move ws-metodo-prec          to aul-valore-precedente.
           move ws-metodo-nuovo         to aul-valore-nuovo.
           move sck-utente              to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       SCRIVI-DOMANDA.
           move sck-codice to scl-codice.
           read scaleclin no lock
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if sck-numero = 0 or sck-numero > scl-num-domande or
              sck-testo = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           perform varying ws-ridx from 1 by 1 until ws-ridx > 6
              if sck-risp-testo(ws-ridx) not = spaces and
                 (sck-risp-valore(ws-ridx) < scl-valore-min or
                  sck-risp-valore(ws-ridx) > scl-valore-max)
                 set tutto-ok to false
                 exit perform
              end-if
           end-perform.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-scaledom.
           move sck-codice   to scd-scala.
           move sck-numero   to scd-numero.
           move sck-testo    to scd-testo.
           move sck-risposte to scd-risposte.
           write rec-scaledom
                 invalid
                    rewrite rec-scaledom
                            invalid set tutto-ok to false
                    end-rewrite
           end-write.

      ***---
       LEGGI-DOMANDA.
           move sck-codice to scd-scala.
           move sck-numero to scd-numero.
           read scaledom no lock
                invalid set tutto-ok to false
            not invalid
                move scd-testo     to sck-testo
                move scd-risposte  to sck-risposte
           end-read.

      ***---
      * LE QUATTRO SCALE DI USO COMUNE. ODI E NDI: 10 DOMANDE DA 0 A
      * 5, INDICE IN PERCENTUALE SULLE RISPOSTE DATE (ALMENO 8);
      * QUICKDASH: 11 DOMANDE DA 1 A 5, INDICE 0-100 (ALMENO 10
      * RISPOSTE); VAS: UN SOLO VALORE DA 0 A 10.
       CARICA-STANDARD.
           initialize rec-scaleclin.
           move "ODI"     to scl-codice.
           move "Oswestry Disability Index (lombalgia)"
                          to scl-descrizione.
           move 10        to scl-num-domande.
           move 8         to scl-min-risposte.
           move 0         to scl-valore-min.
           move 5         to scl-valore-max.
           set  scl-normalizzato to true.
           move 20        to scl-fascia-soglia(1).
           move "DISABILITA' MINIMA"      to scl-fascia-descrizione(1).
           move 40        to scl-fascia-soglia(2).
           move "DISABILITA' MODERATA"    to scl-fascia-descrizione(2).
           move 60        to scl-fascia-soglia(3).
           move "DISABILITA' GRAVE"       to scl-fascia-descrizione(3).
           move 80        to scl-fascia-soglia(4).
           move "INVALIDANTE"             to scl-fascia-descrizione(4).
           move 100       to scl-fascia-soglia(5).
           move "ALLETTATO O ESAGERAZIONE" to scl-fascia-descrizione(5).
           perform SCRIVI-SCALA-STANDARD.

           initialize rec-scaleclin.
           move "NDI"     to scl-codice.
           move "Neck Disability Index (cervicalgia)"
                          to scl-descrizione.
           move 10        to scl-num-domande.
           move 8         to scl-min-risposte.
           move 0         to scl-valore-min.
           move 5         to scl-valore-max.
           set  scl-normalizzato to true.
           move 8         to scl-fascia-soglia(1).
           move "NESSUNA DISABILITA'"     to scl-fascia-descrizione(1).
           move 28        to scl-fascia-soglia(2).
           move "DISABILITA' LIEVE"       to scl-fascia-descrizione(2).
           move 48        to scl-fascia-soglia(3).
           move "DISABILITA' MODERATA"    to scl-fascia-descrizione(3).
           move 68        to scl-fascia-soglia(4).
           move "DISABILITA' GRAVE"       to scl-fascia-descrizione(4).
           move 100       to scl-fascia-soglia(5).
           move "DISABILITA' COMPLETA"    to scl-fascia-descrizione(5).
           perform SCRIVI-SCALA-STANDARD.

           initialize rec-scaleclin.
           move "VAS"     to scl-codice.
           move "Scala visuo-analogica del dolore (VAS)"
                          to scl-descrizione.
           move 1         to scl-num-domande.
           move 1         to scl-min-risposte.
           move 0         to scl-valore-min.
           move 10        to scl-valore-max.
           set  scl-valore to true.
           move 0         to scl-fascia-soglia(1).
           move "NESSUN DOLORE"           to scl-fascia-descrizione(1).
           move 3         to scl-fascia-soglia(2).
           move "DOLORE LIEVE"            to scl-fascia-descrizione(2).
           move 6         to scl-fascia-soglia(3).
           move "DOLORE MODERATO"         to scl-fascia-descrizione(3).
           move 10        to scl-fascia-soglia(4).
           move "DOLORE SEVERO"           to scl-fascia-descrizione(4).
           perform SCRIVI-SCALA-STANDARD.

           initialize rec-scaleclin.
           move "QDASH"   to scl-codice.
           move "QuickDASH (arto superiore)"
                          to scl-descrizione.
           move 11        to scl-num-domande.
           move 10        to scl-min-risposte.
           move 1         to scl-valore-min.
           move 5         to scl-valore-max.
           set  scl-normalizzato to true.
           move 20        to scl-fascia-soglia(1).
           move "DISABILITA' LIEVE"       to scl-fascia-descrizione(1).
           move 40        to scl-fascia-soglia(2).
           move "DISABILITA' MODERATA"    to scl-fascia-descrizione(2).
           move 60        to scl-fascia-soglia(3).
           move "DISABILITA' GRAVE"       to scl-fascia-descrizione(3).
           move 100       to scl-fascia-soglia(4).
           move "DISABILITA' MOLTO GRAVE" to scl-fascia-descrizione(4).
           perform SCRIVI-SCALA-STANDARD.

      ***---
      * UNA SCALA GIA' IN LIBRERIA NON SI SOVRASCRIVE, NEMMENO NELLE
      * DOMANDE.
       SCRIVI-SCALA-STANDARD.
           move sck-utente to scl-utente.
           write rec-scaleclin
                 invalid exit paragraph
           end-write.
           move spaces to ws-metodo-prec.
           perform AUDIT-SCALA.
           perform varying ws-idx from 1 by 1
                     until ws-idx > 78-num-std-domande
              if ws-std-dom-scala(ws-idx) = scl-codice
                 perform SCRIVI-DOMANDA-STANDARD
              end-if
           end-perform.

      ***---
       SCRIVI-DOMANDA-STANDARD.
           initialize rec-scaledom.
           move scl-codice                to scd-scala.
           move ws-std-dom-numero(ws-idx) to scd-numero.
           move ws-std-dom-testo(ws-idx)  to scd-testo.
           perform varying ws-ridx from 1 by 1
                     until ws-ridx > 78-num-std-risposte
              if ws-std-risp-scala(ws-ridx) = scl-codice
                 exit perform
              end-if
           end-perform.
           if ws-ridx not > 78-num-std-risposte
              perform TRAVASA-RISPOSTE-STANDARD
           end-if.
           write rec-scaledom
                 invalid continue
           end-write.

      ***---
       TRAVASA-RISPOSTE-STANDARD.
           perform varying ws-idx-risp from 1 by 1
                     until ws-idx-risp > 6
              if ws-std-risp-testo(ws-ridx, ws-idx-risp) not = spaces
                 move ws-std-risp-testo(ws-ridx, ws-idx-risp)
                   to scd-risp-testo(ws-idx-risp)
                 compute scd-risp-valore(ws-idx-risp) =
                         scl-valore-min + ws-idx-risp - 1
              end-if
           end-perform.

      ***---
       CLOSE-FILES.
           close scaleclin scaledom.
