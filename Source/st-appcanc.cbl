      * OPERATORE E STESSA DURATA DI QUELLO DISDETTO), LA VOCE VIENE
      * MARCATA EVASA E IL CONTATTO FINISCE IN COMUNICAZIONI VIA
      * ST-COMLOG, COSI' LO STORICO RESTA COMPLETO.
      * PRIMA DI SPARIRE LA PRENOTAZIONE FINISCE SUL REGISTRO DELLE
      * DISDETTE COL MOTIVO SCELTO (LINK-MOTIVO, A SPAZI = NON
      * INDICATO) E, SE LA DISDETTA E' TARDIVA, CON LA PENALE (VEDI
      * ST-DISDETTE). UN MOTIVO NON VALIDO BLOCCA LA CANCELLAZIONE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "acugui.def".
           copy "acucobol.def".
           copy "comlog.lks".
           copy "disdette.lks".

       77  status-appuntamenti   pic xx.
       77  status-listattesa     pic xx.
       77  messaggio             pic x(250) value spaces.
       77  ws-scelta             pic 9(2) value 0.

      * MOMENTO DI CREAZIONE PER L'IDENTIFICATIVO STABILE (APP-UID)
       01  ws-uid-creazione.
           05 ws-uid-data        pic 9(8).
           05 ws-uid-ora         pic 9(8).

       LINKAGE SECTION.
       77  link-data             pic 9(8).
       77  link-ora              pic 9(4).
           88 link-esito-ok      value "OK".
           88 link-esito-riassegnato value "RA".
           88 link-esito-ko      value "KO".
       77  link-motivo           pic x(4).

      ******************************************************************
       PROCEDURE DIVISION using link-data link-ora link-progressivo
                                 link-operatore link-esito
                                 link-motivo.

      ***---
       MAIN-PRG.
                move app-ora       to ws-slot-ora
                move app-durata    to ws-slot-durata
                move app-operatore to ws-slot-operatore
                perform REGISTRA-DISDETTA
                if tutto-ok
                   delete appuntamenti record
                          invalid set tutto-ok to false
                   end-delete
                end-if
           end-read.

      ***---
       REGISTRA-DISDETTA.
           initialize disdette-link.
           set  dsl-registra     to true.
           move app-data         to dsl-data.
           move app-ora          to dsl-ora.
           move app-progressivo  to dsl-progressivo.
           set  dsl-disdetta     to true.
           move link-motivo      to dsl-motivo.
           move link-operatore   to dsl-operatore.
           call "st-disdette" using disdette-link.
           cancel "st-disdette".
           if dsl-esito-ko
              set tutto-ok to false
           end-if.

      ***---
       CERCA-CANDIDATE.
      * LE VOCI APERTE COMPATIBILI CON LO SLOT ENTRANO IN UNA
      * PROPOSTA DELLA SEDUTA IN CHIUSURA GIORNATA).
           move lat-articolo      to app-articolo.
           move 0                 to app-serie.
           move app-chiave        to app-uid-chiave.
           accept ws-uid-data     from century-date.
           accept ws-uid-ora      from time.
           move ws-uid-creazione  to app-uid-creazione.
      * LA RICHIESTA DEL CLIENTE E' QUELLA DELLA VOCE IN ATTESA.
           move lat-data-inserimento to app-data-richiesta.
           if app-data-richiesta = 0
              move ws-uid-data    to app-data-richiesta
           end-if.
           write rec-appuntamenti
                 invalid exit paragraph
           end-write.
