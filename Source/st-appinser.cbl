      * L'INSERIMENTO NONOSTANTE LA SOVRAPPOSIZIONE CON LINK-FORZA A
      * "S": IN QUEL CASO L'ESITO RESTA "SV" MA LA RIGA VIENE
      * SCRITTA, COSI' LA SEGNALAZIONE ARRIVA COMUNQUE A VIDEO.
      * L'OPERATORE E' VALIDATO CONTRO OPERATORI E, PER LE
      * PRESTAZIONI CHE LO RICHIEDONO, CONTRO LE SUE ABILITAZIONI
      * (VEDI ST-ABILCHECK). SE LA PRESTAZIONE RICHIEDE UN
      * APPARECCHIO (ANAGRAFICA ATTREZZATURE) ST-ATTREZCHECK NE
      * ASSEGNA UNO LIBERO, TERZA RISORSA DELLE SOVRAPPOSIZIONI:
      * APPARECCHI TUTTI OCCUPATI = "SV", NESSUNO IDONEO = "AT".
      * LA SEDUTA A DOMICILIO (DOMICILIO.LKS) NON HA STANZA: PORTA
      * L'INDIRIZZO DI INTERVENTO (A SPAZI QUELLO DEL CLIENTE), I
      * CHILOMETRI E I MINUTI DI TRASFERIMENTO, CHE IMPEGNANO
      * L'OPERATORE PRIMA DELL'ORA DELLA SEDUTA E QUINDI ENTRANO
      * NEL CONTROLLO DELLE SOVRAPPOSIZIONI.
      * LA PRESTAZIONE NON SI PRENOTA A UN CLIENTE CHE HA
      * NELL'ANAMNESI UNA CONTROINDICAZIONE CHE LA ESCLUDE (VEDI
      * ST-CONTROCHECK), SALVO FORZATURA DI UN SUPERVISORE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       77  filler                pic 9.
           88 fuori-turno        value 1 false 0.

      * VALIDAZIONE DELL'ABILITAZIONE DELL'OPERATORE ALLA
      * PRESTAZIONE (VEDI ST-ABILCHECK): SENZA ABILITAZIONE O CON
      * L'ATTESTATO SCADUTO SI INSERISCE SOLO CON LA FORZATURA DI UN
      * SUPERVISORE, TRACCIATA SU AUDITLOG COME QUELLA DI TURNO.
       77  ws-abi-esito          pic xx.
       77  filler                pic 9.
           88 non-abilitato      value 1 false 0.

      * CONTROINDICAZIONI DEL CLIENTE ALLA PRESTAZIONE (VEDI
      * ST-CONTROCHECK): SI INSERISCE SOLO CON LA FORZATURA DI UN
      * SUPERVISORE, TRACCIATA SU AUDITLOG COME LE ALTRE.
       77  ws-cti-codice         pic x(4).
       77  ws-cti-descrizione    pic x(50).
       77  ws-cti-esito          pic xx.
       77  filler                pic 9.
           88 controindicato     value 1 false 0.

      * ASSEGNAZIONE DELL'APPARECCHIO (VEDI ST-ATTREZCHECK):
      * OCCUPATO ("OC") VALE COME SOVRAPPOSIZIONE, NESSUN APPARECCHIO
      * IDONEO ("AT") BLOCCA SENZA FORZATURE POSSIBILI.
       77  ws-atz-esito          pic xx.
       77  ws-attrezzatura       pic x(6).
       77  filler                pic 9.
           88 attrezzatura-ko    value 1 false 0.

      * VERIFICA DEGLI ALLEGATI OBBLIGATORI DEL CLIENTE (VEDI
      * ST-ALLEGATI, FUNZIONE "V"): SEGNALAZIONE MORBIDA, NON
      * BLOCCA LA PRENOTAZIONE.
       77  ws-ora-mm             pic 9(2).
       77  ws-ultimo-progressivo pic 9(2) value 0.

      * MOMENTO DI CREAZIONE PER L'IDENTIFICATIVO STABILE (APP-UID)
       01  ws-uid-creazione.
           05 ws-uid-data        pic 9(8).
           05 ws-uid-ora         pic 9(8).

       LINKAGE SECTION.
       77  link-data             pic 9(8).
       77  link-ora              pic 9(4).
      * ASSENTE (VEDI ST-TURNICHECK) E SENZA FORZATURA VALIDA DI UN
      * SUPERVISORE, STESSO MECCANISMO DEL CALENDARIO
           88 link-esito-fuori-turno value "FT".
      * "AB" = RIFIUTATO PERCHE' L'OPERATORE NON E' ABILITATO ALLA
      * PRESTAZIONE O HA L'ATTESTATO SCADUTO (VEDI ST-ABILCHECK) E
      * SENZA FORZATURA VALIDA DI UN SUPERVISORE
           88 link-esito-non-abilitato value "AB".
      * "CI" = RIFIUTATO PERCHE' IL CLIENTE HA UNA CONTROINDICAZIONE
      * ALLA PRESTAZIONE (VEDI ST-CONTROCHECK) E SENZA FORZATURA
      * VALIDA DI UN SUPERVISORE
           88 link-esito-controind value "CI".
      * "AT" = RIFIUTATO PERCHE' LA PRESTAZIONE RICHIEDE UN
      * APPARECCHIO E NESSUNO E' IDONEO (FUORI SERVIZIO O CON LA
      * VERIFICA DI SICUREZZA SCADUTA, VEDI ST-ATTREZCHECK): NON SI
      * FORZA
           88 link-esito-attrezzatura value "AT".
      * "CE" = INSERITO, MA AL CLIENTE MANCA (O E' SCADUTO) UN
      * DOCUMENTO OBBLIGATORIO DELL'ARCHIVIO ALLEGATI (CERTIFICATO
      * MEDICO, PRESCRIZIONE, ...): LA VIDEATA LO SEGNALA A CHI
      * SEGNALA A CHI PRENOTA. LA SOVRAPPOSIZIONE PREVALE.
           88 link-esito-noshow  value "NS".
           88 link-esito-ko      value "KO".
           copy "domicilio.lks".

      ******************************************************************
       PROCEDURE DIVISION using link-data link-ora link-cliente
                                 link-durata link-operatore link-note
                                 link-articolo link-stanza
                                 link-forza link-super-codice
                                 link-super-password link-esito
                                 domicilio-link.

      ***---
       MAIN-PRG.
              end-if
              if tutto-ok and not fuori-calendario
                 and not fuori-turno
                 perform CONTROLLA-ABILITAZIONE-OPERATORE
              end-if
              if tutto-ok and not fuori-calendario
                 and not fuori-turno and not non-abilitato
                 perform CONTROLLA-CONTROINDICAZIONI
              end-if
              if tutto-ok and not fuori-calendario
                 and not fuori-turno and not non-abilitato
                 and not controindicato
                 perform CONTROLLA-ATTREZZATURA
              end-if
              if tutto-ok and not fuori-calendario
                 and not fuori-turno and not non-abilitato
                 and not controindicato and not attrezzatura-ko
                 perform CONTA-NO-SHOW-CLIENTE
                 perform CONTROLLA-ALLEGATI-CLIENTE
                 perform CONTROLLA-SOVRAPPOSIZIONE
                set link-esito-fuori-cal to true
           when fuori-turno
                set link-esito-fuori-turno to true
           when non-abilitato
                set link-esito-non-abilitato to true
           when controindicato
                set link-esito-controind to true
           when attrezzatura-ko
                set link-esito-attrezzatura to true
           when sovrapposizione
                set link-esito-sovrapposto to true
           when certificato-scoperto
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok and dml-a-domicilio
              perform CONTROLLA-DOMICILIO
           end-if.

      ***---
      * A DOMICILIO NON SI PRENOTA UNA STANZA DELLO STUDIO; SENZA UN
      * INDIRIZZO DI INTERVENTO VALE QUELLO DEL CLIENTE (CLIENTI E'
      * GIA' IN MEMORIA), COPIATO SULLA SEDUTA COSI' IL FOGLIO DI
      * GIRO NON CAMBIA SE IL CLIENTE TRASLOCA DOPO.
       CONTROLLA-DOMICILIO.
           if link-stanza not = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if dml-indirizzo = spaces
              move cli-indirizzo to dml-indirizzo
              move cli-localita  to dml-localita
              move cli-cap       to dml-cap
              move cli-prov      to dml-prov
           end-if.
           if dml-indirizzo = spaces
              set tutto-ok to false
           end-if.

      ***---
       CONTROLLA-CALENDARIO.
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       CONTROLLA-ABILITAZIONE-OPERATORE.
      * PER LE PRESTAZIONI MARCATE ART-ABILITAZIONE L'OPERATORE
      * (SE INDICATO) DEVE AVERE UN ATTESTATO VALIDO ALLA DATA DELLA
      * SEDUTA. ALTRIMENTI SI PROSEGUE SOLO CON LE CREDENZIALI DI UN
      * SUPERVISORE, E LA FORZATURA FINISCE SU AUDITLOG.
           set non-abilitato to false.
           if link-operatore = spaces or link-articolo = spaces
              exit paragraph
           end-if.
           call "st-abilcheck" using link-operatore link-articolo
                                     link-data ws-abi-esito.
           cancel "st-abilcheck".
           if ws-abi-esito = "OK"
              exit paragraph
           end-if.
           move "S" to ws-auth-super.
           call "st-opeauth" using link-super-codice
                                   link-super-password
                                   ws-auth-super ws-auth-esito.
           cancel "st-opeauth".
           if ws-auth-esito = "OK"
              perform AUDIT-FORZATURA-ABILITAZIONE
           else
              set non-abilitato to true
           end-if.

      ***---
       AUDIT-FORZATURA-ABILITAZIONE.
           initialize auditlog-link.
           move "ST-APPINSER"           to aul-programma.
           move "APPUNTAMENTI"          to aul-file-dati.
           set  aul-inserimento         to true.
           move link-data               to aul-chiave-record.
           move "FORZATURA-ABILITAZ"    to aul-campo.
           move ws-abi-esito            to aul-valore-precedente.
           move link-operatore          to aul-valore-nuovo.
           move link-articolo           to aul-valore-nuovo(12:6).
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       CONTROLLA-CONTROINDICAZIONI.
      * LE CONTROINDICAZIONI SPUNTATE NELL'ULTIMA ANAMNESI DEL
      * CLIENTE NON DEVONO ESCLUDERE LA PRESTAZIONE. ALTRIMENTI SI
      * PROSEGUE SOLO CON LE CREDENZIALI DI UN SUPERVISORE, E LA
      * FORZATURA FINISCE SU AUDITLOG.
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
           move "S" to ws-auth-super.
           call "st-opeauth" using link-super-codice
                                   link-super-password
                                   ws-auth-super ws-auth-esito.
           cancel "st-opeauth".
           if ws-auth-esito = "OK"
              perform AUDIT-FORZATURA-CONTROIND
           else
              set controindicato to true
           end-if.

      ***---
       AUDIT-FORZATURA-CONTROIND.
           initialize auditlog-link.
           move "ST-APPINSER"           to aul-programma.
           move "APPUNTAMENTI"          to aul-file-dati.
           set  aul-inserimento         to true.
           move link-data               to aul-chiave-record.
           move "FORZATURA-CONTROIND"   to aul-campo.
           move ws-cti-codice           to aul-valore-precedente.
           move link-cliente            to aul-valore-nuovo.
           move link-articolo           to aul-valore-nuovo(8:6).
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       CONTROLLA-ATTREZZATURA.
      * LA SEDE E' QUELLA DELLA STANZA PRENOTATA, IN MANCANZA
      * QUELLA DEL CLIENTE, COME PER IL TURNO.
           set attrezzatura-ko to false.
           move cli-studio to ws-studio-slot.
           if link-stanza not = spaces and sta-studio not = spaces
              move sta-studio to ws-studio-slot
           end-if.
           call "st-attrezcheck" using link-articolo link-data
                                       link-ora ws-durata
                                       ws-studio-slot link-stanza
                                       ws-attrezzatura ws-atz-esito.
           cancel "st-attrezcheck".
           if ws-atz-esito = "AT"
              set attrezzatura-ko to true
           end-if.

      ***---
       CONTA-NO-SHOW-CLIENTE.
      * CONTA LE ASSENZE REGISTRATE SUL CLIENTE (CHIAVE ALTERNATA
      * DUE INTERVALLI SI ACCAVALLANO QUANDO L'INIZIO DI UNO CADE
      * PRIMA DELLA FINE DELL'ALTRO E VICEVERSA. IL CONTROLLO VALE
      * SOLO FRA APPUNTAMENTI DELLO STESSO OPERATORE: OPERATORI
      * DIVERSI LAVORANO IN PARALLELO. L'APPARECCHIO LO HA GIA'
      * CONTROLLATO ST-ATTREZCHECK: SE SONO TUTTI OCCUPATI E' UNA
      * SOVRAPPOSIZIONE.
           if ws-atz-esito = "OC"
              set sovrapposizione to true
              exit paragraph
           end-if.
           move link-ora(1:2) to ws-ora-hh.
           move link-ora(3:2) to ws-ora-mm.
           compute ws-nuovo-inizio = (ws-ora-hh * 60) + ws-ora-mm.
           compute ws-nuovo-fine   = ws-nuovo-inizio + ws-durata.
      * A DOMICILIO L'OPERATORE E' IMPEGNATO GIA' DALLA PARTENZA:
      * L'INTERVALLO COMINCIA PRIMA DELL'ORA DELLA SEDUTA DI TANTI
      * MINUTI QUANTI NE SERVONO PER IL TRASFERIMENTO (SIA PER LA
      * NUOVA SEDUTA SIA PER QUELLE GIA' IN AGENDA).
           if dml-a-domicilio
              if dml-minuti-viaggio > ws-nuovo-inizio
                 move 0 to ws-nuovo-inizio
              else
                 subtract dml-minuti-viaggio from ws-nuovo-inizio
              end-if
           end-if.

           move low-value to app-chiave.
           move link-data to app-data.
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
           move link-operatore  to app-operatore.
           move link-articolo   to app-articolo.
           move link-stanza     to app-stanza.
           move ws-attrezzatura to app-attrezzatura.
           if dml-a-domicilio
              move dml-domicilio      to app-domicilio
              move dml-indirizzo      to app-dom-indirizzo
              move dml-localita       to app-dom-localita
              move dml-cap            to app-dom-cap
              move dml-prov           to app-dom-prov
              move dml-km             to app-km
              move dml-minuti-viaggio to app-minuti-viaggio
           end-if.
           move app-chiave       to app-uid-chiave.
           accept ws-uid-data    from century-date.
           accept ws-uid-ora     from time.
           move ws-uid-creazione to app-uid-creazione.
           move ws-uid-data      to app-data-richiesta.
           write rec-appuntamenti
                 invalid set tutto-ok to false
           end-write.
