      * DALLA DATA INDICATA. OGNI SLOT CANDIDATO PASSA DAGLI STESSI
      * CONTROLLI DELLE PRENOTAZIONI VERE: CALENDARIO E ORARI DELLO
      * STUDIO (ST-CALENDCHECK), TURNO E ASSENZE DELL'OPERATORE
      * (ST-TURNICHECK), ABILITAZIONE DELL'OPERATORE ALLA
      * PRESTAZIONE (ST-ABILCHECK), SOVRAPPOSIZIONI SU OPERATORE E
      * STANZA, CON L'ASSEGNAZIONE DELLA PRIMA STANZA LIBERA DELLA
      * SEDE (SE LA SEDE HA STANZE CONFIGURATE), E DISPONIBILITA' DI
      * UN APPARECCHIO IDONEO SE LA PRESTAZIONE NE RICHIEDE UNO
      * (ST-ATTREZCHECK). LE FUNZIONI (LINK-FUNZIONE):
      *   "R" RICERCA: RIEMPIE LA TABELLA DEI PRIMI SLOT LIBERI
      *   "P" PRENOTA LO SLOT SCELTO PASSANDO DA ST-APPINSER
      ******************************************************************

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "domicilio.lks".

       77  status-appuntamenti   pic xx.
       77  status-clienti        pic xx.
       77  ws-stanza-libera      pic x(4).
       77  ws-cal-esito          pic xx.
       77  ws-tur-esito          pic xx.
       77  ws-abi-esito          pic xx.
       77  ws-atz-esito          pic xx.
       77  ws-attrezzatura       pic x(6).
       77  ws-app-forza          pic x(1).
       77  ws-app-super-codice   pic x(10).
       77  ws-app-super-pwd      pic x(10).
           close appuntamenti clienti operatori stanze.
           cancel "st-calendcheck".
           cancel "st-turnicheck".
           cancel "st-abilcheck".
           cancel "st-attrezcheck".

      ***---
       CARICA-OPERATORI-CANDIDATI.
                    compute ws-app-fine(ws-num-app) =
                            ws-app-inizio(ws-num-app) + app-durata
                 end-if
      * A DOMICILIO L'OPERATORE E' IMPEGNATO DALLA PARTENZA
                 if app-a-domicilio
                    if app-minuti-viaggio > ws-app-inizio(ws-num-app)
                       move 0 to ws-app-inizio(ws-num-app)
                    else
                       subtract app-minuti-viaggio
                           from ws-app-inizio(ws-num-app)
                    end-if
                 end-if
                 move app-operatore to ws-app-operatore(ws-num-app)
                 move app-stanza    to ws-app-stanza(ws-num-app)
              end-if
           if ws-num-stanze > 0 and ws-stanza-libera = spaces
              exit paragraph
           end-if.
      * SERVE ANCHE UN APPARECCHIO LIBERO (SE LA PRESTAZIONE NE
      * RICHIEDE UNO): LO ASSEGNERA' ST-APPINSER ALLA PRENOTAZIONE.
           call "st-attrezcheck" using link-articolo ws-cal-data
                                       ws-ora-slot ws-durata
                                       cli-studio ws-stanza-libera
                                       ws-attrezzatura ws-atz-esito.
           if ws-atz-esito not = "OK"
              exit paragraph
           end-if.

           add 1 to link-num-slot.
           move ws-cal-data        to link-slot-data(link-num-slot).
                                         ws-cal-data ws-ora-slot
                                         ws-durata cli-studio
                                         ws-tur-esito
      * L'OPERATORE IN TURNO DEVE ANCHE ESSERE ABILITATO ALLA
      * PRESTAZIONE ALLA DATA DELLO SLOT
              if ws-tur-esito = "OK"
                 call "st-abilcheck" using ws-ope-codice(ws-oidx)
                                           link-articolo ws-cal-data
                                           ws-abi-esito
                 if ws-abi-esito not = "OK"
                    move "NA" to ws-tur-esito
                 end-if
              end-if
              if ws-tur-esito = "OK"
                 set slot-valido to true
                 perform varying ws-aidx from 1 by 1
           end-if.
           move "N"    to ws-app-forza.
           move spaces to ws-app-super-codice ws-app-super-pwd.
      * LA RICERCA DELLA PRIMA DISPONIBILITA' E' PER LE SEDUTE IN
      * STUDIO (STANZA LIBERA): NIENTE DATI DI DOMICILIO.
           initialize domicilio-link.
           call "st-appinser" using link-slot-data(1)
                                    link-slot-ora(1)
                                    link-cliente link-durata
                                    ws-app-forza
                                    ws-app-super-codice
                                    ws-app-super-pwd
                                    link-esito domicilio-link.
           cancel "st-appinser".
           if link-esito = "SV" or link-esito = "FC" or
              link-esito = "FT" or link-esito = "AB" or
              link-esito = "AT" or link-esito = "CI" or
              link-esito = "KO"
              set tutto-ok to false
           end-if.

