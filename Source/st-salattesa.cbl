      * PASSATI DAL CHECK-IN (APP-ORA-ARRIVO TIMBRATA DA ST-CHECKIN)
      * E NON ANCORA CHIUSI, FILTRATA PER OPERATORE SE INDICATO:
      * PER OGNUNO L'ORA DELL'APPUNTAMENTO, IL CLIENTE, LO STATO
      * ("IN ATTESA" FINCHE' IL TERAPISTA NON LO CHIAMA, POI "IN
      * TRATTAMENTO") E I MINUTI DI ATTESA VERI (DALL'ARRIVO ALLA
      * CHIAMATA O ALL'ORA CORRENTE). LA VIDEATA LO RICHIAMA A OGNI
      * AGGIORNAMENTO: NIENTE PIU' TESTE FUORI DALLA PORTA.
      * LINK-FUNZIONE "C" E' LA CHIAMATA DEL CLIENTE DALLA POSTAZIONE
      * DEL TERAPISTA: TIMBRA L'ORA CORRENTE COME INIZIO EFFETTIVO
      * DELLA SEDUTA (APP-ORA-INIZIO) SULL'APPUNTAMENTO INDICATO DA
      * LINK-APP-ORA E LINK-APP-PROGRESSIVO, SE IL CLIENTE E' ARRIVATO
      * E NON E' GIA' STATO CHIAMATO; "X" ANNULLA UNA CHIAMATA FATTA
      * PER ERRORE. IN ENTRAMBI I CASI LA LISTA TORNA AGGIORNATA.
      * A SPAZI (O "L") SOLO LA LISTA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-minuti-ora         pic 9(5).
       77  ws-minuti-arrivo      pic 9(5).
       77  ws-minuti-inizio      pic 9(5).
       77  ws-ora-hh             pic 9(2).
       77  ws-ora-mm             pic 9(2).

       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
       77  link-funzione         pic x(1).
           88 link-solo-lista    value " " "L".
           88 link-chiama        value "C".
           88 link-annulla-chiamata value "X".
       77  link-app-ora          pic 9(4).
       77  link-app-progressivo  pic 9(2).

      ******************************************************************
       PROCEDURE DIVISION using link-data link-operatore link-lista
                                 link-esito link-funzione
                                 link-app-ora link-app-progressivo.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           evaluate true
           when link-chiama           perform CHIAMA-CLIENTE
           when link-annulla-chiamata perform ANNULLA-CHIAMATA
           when link-solo-lista       continue
           when other                 set tutto-ok to false
           end-evaluate.
           perform ELABORAZIONE.
           perform CLOSE-FILES.
           if tutto-ok

      ***---
       OPEN-FILES.
           if link-solo-lista
              open input appuntamenti
           else
              open i-o appuntamenti
           end-if.
           open input clienti.

      ***---
       CHIAMA-CLIENTE.
           perform LEGGI-APPUNTAMENTO.
           if not tutto-ok
              exit paragraph
           end-if.
           if app-ora-arrivo = 0 or app-ora-inizio not = 0 or
              not app-da-chiudere
              set tutto-ok to false
              exit paragraph
           end-if.
           move ws-ora-corrente(1:4) to app-ora-inizio.
           rewrite rec-appuntamenti
                   invalid set tutto-ok to false
           end-rewrite.

      ***---
       ANNULLA-CHIAMATA.
           perform LEGGI-APPUNTAMENTO.
           if not tutto-ok
              exit paragraph
           end-if.
           if not app-da-chiudere
              set tutto-ok to false
              exit paragraph
           end-if.
           move 0 to app-ora-inizio.
           rewrite rec-appuntamenti
                   invalid set tutto-ok to false
           end-rewrite.

      ***---
       LEGGI-APPUNTAMENTO.
           move link-data            to app-data.
           move link-app-ora         to app-ora.
           move link-app-progressivo to app-progressivo.
           read appuntamenti
                invalid set tutto-ok to false
           end-read.

      ***---
       ELABORAZIONE.
                 invalid continue
           end-start.
           perform until 1 = 2
              read appuntamenti next no lock
                   at end exit perform
              end-read
              if app-data not = link-data
                 exit perform
              end-if
             to link-pre-ragsoc(link-num-presenti).
           move app-ora-arrivo
             to link-pre-arrivo(link-num-presenti).
           move app-ora-arrivo(1:2) to ws-ora-hh.
           move app-ora-arrivo(3:2) to ws-ora-mm.
           compute ws-minuti-arrivo = (ws-ora-hh * 60) + ws-ora-mm.
           if app-ora-inizio not = 0
              move "IN TRATTAMENTO"
                to link-pre-stato(link-num-presenti)
              move app-ora-inizio(1:2) to ws-ora-hh
              move app-ora-inizio(3:2) to ws-ora-mm
              compute ws-minuti-inizio = (ws-ora-hh * 60) + ws-ora-mm
              if ws-minuti-inizio > ws-minuti-arrivo
                 compute link-pre-attesa-min(link-num-presenti) =
                         ws-minuti-inizio - ws-minuti-arrivo
              else
                 move 0 to link-pre-attesa-min(link-num-presenti)
              end-if
