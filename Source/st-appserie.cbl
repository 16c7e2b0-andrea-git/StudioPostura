      *       ESISTENTE DELLO STESSO OPERATORE (STESSO CONTROLLO DI
      *       ST-APPINSER) NON VENGONO CREATE E LE LORO DATE TORNANO
      *       AL CHIAMANTE IN LINK-COLLISIONI, COSI' SI SPOSTANO SOLO
      *       QUELLE. LO STESSO VALE PER LE OCCORRENZE FUORI CALENDARIO,
      *       FUORI TURNO O IN CUI L'OPERATORE NON E' ABILITATO ALLA
      *       PRESTAZIONE (LINK-ARTICOLO, VEDI ST-ABILCHECK) O SENZA UN
      *       APPARECCHIO IDONEO E LIBERO (VEDI ST-ATTREZCHECK).
      *       SE IL CLIENTE HA UNA CONTROINDICAZIONE ALLA PRESTAZIONE
      *       (VEDI ST-CONTROCHECK) LA SERIE NON SI CREA AFFATTO
      *       (ESITO "CI"), SALVO FORZATURA DI UN SUPERVISORE.
      *   "C" CANCELLA TUTTE LE OCCORRENZE DELLA SERIE INDICATA.
      *   "S" SPOSTA TUTTA LA SERIE DI LINK-GIORNI-SPOSTAMENTO GIORNI
      *       (ANCHE ALL'INDIETRO), RICREANDO LE RIGHE ALLA NUOVA
      * (ST-OPEAUTH).
       77  ws-cal-esito          pic xx.
       77  ws-tur-esito          pic xx.
       77  ws-abi-esito          pic xx.
       77  ws-atz-esito          pic xx.
       77  ws-attrezzatura       pic x(6).
       77  ws-auth-esito         pic xx.
       77  ws-auth-super         pic x(1).
       77  filler                pic 9.
           88 calendario-forzato value 1 false 0.

      * CONTROINDICAZIONI DEL CLIENTE ALLA PRESTAZIONE: VALGONO PER
      * TUTTO IL CICLO, SI CONTROLLANO UNA VOLTA SOLA.
       77  ws-cti-codice         pic x(4).
       77  ws-cti-descrizione    pic x(50).
       77  ws-cti-esito          pic xx.
       77  filler                pic 9.
           88 controindicato     value 1 false 0.

       77  ws-serie              pic 9(6) value 0.
       77  ws-occorrenza         pic 9(2).
       77  ws-data-occorrenza    pic 9(8).
              10 ws-occ-stanza        pic x(4).
              10 ws-occ-articolo      pic x(6).
              10 ws-occ-stato         pic x(1).
              10 ws-occ-attrezzatura  pic x(6).
              10 ws-occ-uid           pic x(30).
              10 ws-occ-richiesta     pic 9(8).
       77  ws-num-occ            pic 9(2) value 0.

      * MOMENTO DI CREAZIONE PER L'IDENTIFICATIVO STABILE (APP-UID)
       01  ws-uid-creazione.
           05 ws-uid-data        pic 9(8).
           05 ws-uid-ora         pic 9(8).

      * CONVERSIONE DATE SUL CALENDARIO VERO (COME ST-SCADGEN)
       01  ws-giorni-cumulati-tab.
           05 filler pic 9(3) value 000.
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
      * "CI" = NESSUNA OCCORRENZA CREATA PERCHE' IL CLIENTE HA UNA
      * CONTROINDICAZIONE ALLA PRESTAZIONE (VEDI ST-CONTROCHECK)
           88 link-esito-controind value "CI".
      * PRESTAZIONE DEL CICLO (A SPAZI = NON INDICATA)
       77  link-articolo         pic x(6).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-serie link-cliente
                                 link-super-codice
                                 link-super-password
                                 link-num-create link-collisioni
                                 link-esito link-articolo.

      ***---
       MAIN-PRG.
              end-evaluate
              perform CLOSE-FILES
           end-if.
           evaluate true
           when controindicato set link-esito-controind to true
           when tutto-ok       set link-esito-ok        to true
           when other          set link-esito-ko        to true
           end-evaluate.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           set controindicato to false.
           move 0 to link-num-create link-num-collisioni.
           move 0 to ws-num-occ.
           move link-durata to ws-durata.
                 perform AUDIT-FORZATURA-CALENDARIO
              end-if
           end-if.
           perform CONTROLLA-CONTROINDICAZIONI.
           if controindicato
              move 0 to link-serie
              set tutto-ok to false
              exit paragraph
           end-if.

           move link-data-inizio to ws-data-occorrenza.
           perform varying ws-occorrenza from 1 by 1
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
      * COME IN ST-APPINSER. LE CREDENZIALI DEL SUPERVISORE SONO
      * GIA' STATE VERIFICATE PER IL CALENDARIO: SE SONO BUONE
      * (CALENDARIO-FORZATO) COPRONO ANCHE LA CONTROINDICAZIONE.
       CONTROLLA-CONTROINDICAZIONI.
           set controindicato to false.
           if link-articolo = spaces
              exit paragraph
           end-if.
           call "st-controcheck" using link-cliente link-articolo
                                       ws-cti-codice
                                       ws-cti-descrizione
                                       ws-cti-esito.
           cancel "st-controcheck".
           if ws-cti-esito = "OK"
              exit paragraph
           end-if.
           if calendario-forzato
              perform AUDIT-FORZATURA-CONTROIND
           else
              set controindicato to true
           end-if.

      ***---
      * COME VALORE NUOVO IL CLIENTE E LA PRESTAZIONE.
       AUDIT-FORZATURA-CONTROIND.
           initialize auditlog-link.
           move "ST-APPSERIE"           to aul-programma.
           move "APPUNTAMENTI"          to aul-file-dati.
           set  aul-inserimento         to true.
           move link-data-inizio        to aul-chiave-record.
           move "FORZATURA-CONTROIND"   to aul-campo.
           move ws-cti-codice           to aul-valore-precedente.
           move link-cliente            to aul-valore-nuovo.
           move link-articolo           to aul-valore-nuovo(8:6).
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       CERCA-PROSSIMA-SERIE.
      * IL NUMERO DI SERIE E' IL MASSIMO GIA' USATO PIU' UNO: UNA
                 exit paragraph
              end-if
           end-if.
      * COSI' ANCHE LE OCCORRENZE IN CUI L'ATTESTATO
      * DELL'OPERATORE PER LA PRESTAZIONE NON C'E' O E' SCADUTO:
      * LA SERIE SI FERMA ALLA SCADENZA E IL CHIAMANTE LO VEDE.
           if link-operatore not = spaces
              call "st-abilcheck" using link-operatore link-articolo
                                        ws-data-occorrenza
                                        ws-abi-esito
              cancel "st-abilcheck"
              if ws-abi-esito not = "OK"
                 if link-num-collisioni < ws-max-occ
                    add 1 to link-num-collisioni
                    move ws-data-occorrenza
                      to link-collisione(link-num-collisioni)
                 end-if
                 exit paragraph
              end-if
           end-if.
           perform CONTROLLA-SOVRAPPOSIZIONE.
           if not sovrapposizione
              call "st-attrezcheck" using link-articolo
                                          ws-data-occorrenza
                                          link-ora ws-durata
                                          cli-studio link-stanza
                                          ws-attrezzatura
                                          ws-atz-esito
              cancel "st-attrezcheck"
              if ws-atz-esito not = "OK"
                 set sovrapposizione to true
              end-if
           end-if.
           if sovrapposizione
              if link-num-collisioni < ws-max-occ
                 add 1 to link-num-collisioni
           move ws-durata          to app-durata.
           move link-operatore     to app-operatore.
           move link-stanza        to app-stanza.
           move link-articolo      to app-articolo.
           move ws-attrezzatura    to app-attrezzatura.
           move ws-serie           to app-serie.
           move app-chiave       to app-uid-chiave.
           accept ws-uid-data    from century-date.
           accept ws-uid-ora     from time.
           move ws-uid-creazione to app-uid-creazione.
           move ws-uid-data      to app-data-richiesta.
           write rec-appuntamenti
                 invalid continue
             not invalid add 1 to link-num-create
                    compute ws-riga-fine =
                            ws-riga-inizio + app-durata
                 end-if
                 if app-a-domicilio
                    if app-minuti-viaggio > ws-riga-inizio
                       move 0 to ws-riga-inizio
                    else
                       subtract app-minuti-viaggio from ws-riga-inizio
                    end-if
                 end-if
                 if ws-nuovo-inizio < ws-riga-fine and
                    ws-riga-inizio  < ws-nuovo-fine
                    set sovrapposizione to true
              move ws-occ-stanza(ws-cidx)      to app-stanza
              move ws-occ-articolo(ws-cidx)    to app-articolo
              move ws-occ-stato(ws-cidx)       to app-stato
              move ws-occ-attrezzatura(ws-cidx) to app-attrezzatura
              move link-serie                  to app-serie
              move ws-occ-uid(ws-cidx)         to app-uid
              move ws-occ-richiesta(ws-cidx)   to app-data-richiesta
              write rec-appuntamenti
                    invalid continue
                not invalid add 1 to link-num-create
                    move app-articolo
                      to ws-occ-articolo(ws-num-occ)
                    move app-stato   to ws-occ-stato(ws-num-occ)
                    move app-attrezzatura
                      to ws-occ-attrezzatura(ws-num-occ)
      * L'IDENTIFICATIVO STABILE VIAGGIA CON LA RIGA; LE RIGHE CHE
      * NON CE L'HANNO PRENDONO LA CHIAVE CHE AVEVANO PRIMA DELLO
      * SPOSTAMENTO, LA STESSA CHE USA ST-ICAL.
                    if app-uid-chiave is numeric and
                       app-uid-chiave not = 0
                       move app-uid to ws-occ-uid(ws-num-occ)
                    else
                       move app-chiave
                         to ws-occ-uid(ws-num-occ)(1:14)
                       move zeros
                         to ws-occ-uid(ws-num-occ)(15:16)
                    end-if
                    move app-data-richiesta
                      to ws-occ-richiesta(ws-num-occ)
                 end-if
              end-if
           end-perform.
