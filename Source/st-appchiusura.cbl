      * DIMENTICATE. LA SEDUTA REGISTRATA SCALA ANCHE L'EVENTUALE
      * PACCHETTO (ST-ABBSCALA), E L'ESITO DELLA SCALATURA VIENE
      * SEGNALATO A VIDEO (PACCHETTO ESAURITO O SCADUTO).
      * IL MATERIALE CHE LA SEDUTA CONSUMA SECONDO LA DISTINTA DEL
      * SERVIZIO SI SCARICA DAL MAGAZZINO (ST-CONSUMI).
      * QUANDO L'ESITO E' "DISDETTO" O "NO-SHOW" L'APPUNTAMENTO VA
      * SUL REGISTRO DELLE DISDETTE COL MOTIVO SCELTO (LINK-MOTIVO,
      * A SPAZI = NON INDICATO) E CON LA PENALE SE TARDIVA (VEDI
      * ST-DISDETTE): LINK-DATA-AVVISO/LINK-ORA-AVVISO DICONO QUANDO
      * E' ARRIVATA LA DISDETTA; A ZERO VALE IL MOMENTO DELLA
      * CHIUSURA, CIOE' DISDETTA TARDIVA (QUELLE IN TEMPO PASSANO DA
      * ST-APPCANC E LIBERANO LO SLOT). UN MOTIVO NON VALIDO LASCIA
      * L'APPUNTAMENTO DA CHIUDERE.
      * LA SEDUTA ESEGUITA IN UNA STANZA APRE LA SANIFICAZIONE DELLA
      * STANZA (ST-SANIFICA), DA SPUNTARE PRIMA DELLA SEDUTA
      * SUCCESSIVA; A GIORNATA CHIUSA (ESITO "FI" DELLA "P") SI
      * APRONO QUELLE DI FINE GIORNATA DELLE STANZE USATE.
      * UNA SEDUTA NON SI CHIUDE "ESEGUITA" (E QUINDI NON SI
      * REGISTRA SULLA SCHEDA) SE IL CLIENTE HA UNA CONTROINDICAZIONE
      * ALL'ARTICOLO DELL'APPUNTAMENTO (VEDI ST-CONTROCHECK): ESITO
      * "CI" E APPUNTAMENTO ANCORA DA CHIUDERE, SALVO FORZATURA DI
      * UN SUPERVISORE (LINK-SUPER-CODICE/PASSWORD) TRACCIATA SU
      * AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "tschede.sl".
           copy "rschede.sl".
           copy "articoli.sl".
           copy "clienti.sl".

      *****************************************************************
           copy "tschede.fd".
           copy "rschede.fd".
           copy "articoli.fd".
           copy "clienti.fd".

       WORKING-STORAGE SECTION.
           copy "acugui.def".
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "disdette.lks".
           copy "sanifica.lks".
           copy "consumi.lks".

       77  status-appuntamenti   pic xx.
       77  status-tschede        pic xx.
       77  status-rschede        pic xx.
       77  status-articoli       pic xx.
       77  status-clienti        pic xx.

       77  filler                pic 9.
      * LISTINO)
       77  filler                pic 9.
           88 ws-listino-trovato value 1 false 0.
       77  ws-prz-convenzione        pic x(4).
       77  ws-prz-listino            pic 9(5).
       77  ws-prz-origine            pic x(1).
       77  ws-prz-esito              pic xx.
       77  ws-listino-prezzo         pic s9(5)v99 value 0.

      * SCALATURA PACCHETTO (VEDI ST-ABBSCALA)
      * (VEDI ST-CONVFATT)
       77  ws-cli-convenzione    pic x(4) value spaces.

      * CONTROINDICAZIONI DEL CLIENTE ALLA PRESTAZIONE ESEGUITA
       77  ws-cti-codice         pic x(4).
       77  ws-cti-descrizione    pic x(50).
       77  ws-cti-esito          pic xx.
       77  ws-auth-esito         pic xx.
       77  ws-auth-super         pic x(1).
       77  filler                pic 9.
           88 controindicato     value 1 false 0.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-prossimo      value "P".
           88 link-esito-ok      value "OK".
           88 link-esito-fine    value "FI".
           88 link-esito-ko      value "KO".
      * "CI" = SEDUTA NON CHIUSA PER UNA CONTROINDICAZIONE DEL
      * CLIENTE ALLA PRESTAZIONE, SENZA FORZATURA VALIDA
           88 link-esito-controind value "CI".
       77  link-motivo           pic x(4).
       77  link-data-avviso      pic 9(8).
       77  link-ora-avviso       pic 9(4).
       77  link-super-codice     pic x(10).
       77  link-super-password   pic x(10).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-data link-ora
                                 link-progressivo link-cliente
                                 link-stato link-operatore link-esito
                                 link-motivo link-data-avviso
                                 link-ora-avviso
                                 link-super-codice
                                 link-super-password.

      ***---
       MAIN-PRG.
                set tutto-ok to false
           end-evaluate.
           perform CLOSE-FILES.
           evaluate true
           when controindicato set link-esito-controind to true
           when not tutto-ok   set link-esito-ko        to true
           end-evaluate.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           set trovato  to false.
           set controindicato to false.
           set link-esito-ok to true.

      ***---
       OPEN-FILES.
           open i-o appuntamenti.
           open i-o tschede rschede.
           open input articoli clienti.

      ***---
       CERCA-PROSSIMO-DA-CHIUDERE.
           end-perform.
           if not trovato
              set link-esito-fine to true
              perform APRI-SANIFICAZIONI-GIORNATA
           end-if.

      ***---
                if not app-da-chiudere
                   set tutto-ok to false
                else
                   if link-stato not = "E"
                      perform REGISTRA-DISDETTA
                   else
                      perform CONTROLLA-CONTROINDICAZIONI
                   end-if
                end-if
                if tutto-ok
                   move link-stato to app-stato
                   rewrite rec-appuntamenti
                           invalid set tutto-ok to false
                       not invalid
                           perform AUDIT-STATO
                           if app-eseguito
                              perform APRI-SANIFICAZIONE
                              perform PROPONI-SEDUTA-SCHEDA
                           end-if
                   end-rewrite
                end-if
           end-read.

      ***---
      * COME IN ST-APPINSER: UNA PRESTAZIONE ESCLUSA DALL'ANAMNESI
      * DEL CLIENTE SI CHIUDE SOLO CON LE CREDENZIALI DI UN
      * SUPERVISORE, E LA FORZATURA FINISCE SU AUDITLOG.
       CONTROLLA-CONTROINDICAZIONI.
           if app-articolo = spaces
              exit paragraph
           end-if.
           call "st-controcheck" using app-cliente app-articolo
                                       ws-cti-codice
                                       ws-cti-descrizione
                                       ws-cti-esito.
           cancel "st-controcheck".
           if ws-cti-esito = "OK"
              exit paragraph
           end-if.
           move "S" to ws-auth-super.
           call "st-opeauth" using link-super-codice
                                   link-super-password
                                   ws-auth-super ws-auth-esito.
           cancel "st-opeauth".
           if ws-auth-esito = "OK"
              perform AUDIT-FORZATURA-CONTROIND
           else
              set controindicato to true
              set tutto-ok       to false
           end-if.

      ***---
      * COME VALORE NUOVO IL CLIENTE E L'ARTICOLO.
       AUDIT-FORZATURA-CONTROIND.
           initialize auditlog-link.
           move "ST-APPCHIUSURA"        to aul-programma.
           move "APPUNTAMENTI"          to aul-file-dati.
           set  aul-modifica            to true.
           move app-chiave              to aul-chiave-record.
           move "FORZATURA-CONTROIND"   to aul-campo.
           move ws-cti-codice           to aul-valore-precedente.
           move app-cliente             to aul-valore-nuovo.
           move app-articolo            to aul-valore-nuovo(8:6).
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       REGISTRA-DISDETTA.
           initialize disdette-link.
           set  dsl-registra     to true.
           move app-data         to dsl-data.
           move app-ora          to dsl-ora.
           move app-progressivo  to dsl-progressivo.
           move link-stato       to dsl-tipo.
           move link-motivo      to dsl-motivo.
           move link-data-avviso to dsl-data-avviso.
           move link-ora-avviso  to dsl-ora-avviso.
           move link-operatore   to dsl-operatore.
           call "st-disdette" using disdette-link.
           cancel "st-disdette".
           if dsl-esito-ko
              set tutto-ok to false
           end-if.

      ***---
       APRI-SANIFICAZIONE.
           if app-stanza = spaces
              exit paragraph
           end-if.
           initialize sanifica-link.
           set  snl-apri         to true.
           move app-stanza       to snl-stanza.
           move app-data         to snl-data.
           move app-ora          to snl-app-ora.
           move app-progressivo  to snl-app-progressivo.
           move app-durata       to snl-durata.
           call "st-sanifica" using sanifica-link.
           cancel "st-sanifica".

      ***---
      * NESSUN APPUNTAMENTO RESTA DA CHIUDERE: LE STANZE USATE NEL
      * GIORNO VANNO SANIFICATE A FINE GIORNATA.
       APRI-SANIFICAZIONI-GIORNATA.
           initialize sanifica-link.
           set  snl-apri-giornata to true.
           move link-data         to snl-data.
           call "st-sanifica" using sanifica-link.
           cancel "st-sanifica".

      ***---
       PROPONI-SEDUTA-SCHEDA.
      * SU CONFERMA, LA SEDUTA APPENA ESEGUITA DIVENTA UNA RIGA
           end-if.
           write rec-rschede
                 invalid continue
             not invalid perform REGISTRA-CONSUMI
           end-write.

      ***---
      * IL MATERIALE CHE LA SEDUTA CONSUMA SECONDO LA DISTINTA DEL
      * SERVIZIO ESCE DAL MAGAZZINO (VEDI ST-CONSUMI).
       REGISTRA-CONSUMI.
           initialize consumi-link.
           set  cnl-registra     to true.
           move rsc-articolo     to cnl-servizio.
           move rsc-qta          to cnl-sedute.
           move rsc-data         to cnl-data.
           move rsc-codice       to cnl-scheda.
           move rsc-progressivo  to cnl-progressivo.
           move link-operatore   to cnl-operatore.
           call "st-consumi" using consumi-link.
           cancel "st-consumi".

      ***---
       CERCA-PREZZO-LISTINO.
      * PREZZO PER IL CLIENTE ALLA DATA DELLA SEDUTA: LISTINO DELLA SUA
      * CONVENZIONE, DELLA SUA TIPOLOGIA O LISTINO BASE, NELL'ORDINE
      * (VEDI ST-PREZZO).
           set ws-listino-trovato to false.
           move spaces to ws-prz-convenzione.
           call "st-prezzo" using app-articolo app-data
                                  app-cliente ws-prz-convenzione
                                  ws-listino-prezzo ws-prz-listino
                                  ws-prz-origine ws-prz-esito.
           if ws-prz-esito = "OK"
              set ws-listino-trovato to true
           end-if.

      ***---
      ***---
       CLOSE-FILES.
           close appuntamenti tschede rschede articoli
                 clienti.
