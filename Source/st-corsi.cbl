      * INVECE DI APPUNTAMENTI FINTI A NOME DI UN PARTECIPANTE. LE
      * FUNZIONI (LINK-FUNZIONE):
      *   "A" APRE UN'OCCORRENZA DI CORSO: CALENDARIO DELLO STUDIO
      *       (ST-CALENDCHECK), TURNO DELL'OPERATORE (ST-TURNICHECK),
      *       SUA ABILITAZIONE ALLA PRESTAZIONE DEL CORSO (ST-ABILCHECK,
      *       ESITO "AB") E SOVRAPPOSIZIONI SU OPERATORE/STANZA COME LE
      *       PRENOTAZIONI SINGOLE; IN AGENDA COMPARE LA RIGA
      *       SEGNAPOSTO CON LA NOTA "CORSO N - ISCRITTI/CAPIENZA"
      *   "I" ISCRIVE UN CLIENTE: A CORSO PIENO LA RICHIESTA FINISCE
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "consumi.lks".

       77  status-corsi          pic xx.
       77  status-iscrizioni     pic xx.
      * CONTROLLI DI CALENDARIO E TURNO
       77  ws-cal-esito          pic xx.
       77  ws-tur-esito          pic xx.
       77  ws-abi-esito          pic xx.

      * SOVRAPPOSIZIONI (MINUTI DALLA MEZZANOTTE, COME ST-APPINSER)
       77  ws-nuovo-inizio       pic 9(5).
           88 link-esito-sovrapposto value "SV".
           88 link-esito-fuori-cal   value "FC".
           88 link-esito-fuori-turno value "FT".
           88 link-esito-non-abilitato value "AB".
           88 link-esito-pieno       value "PI".
           88 link-esito-ko      value "KO".

              exit paragraph
           end-if.
      * STESSI CONTROLLI DELLE PRENOTAZIONI SINGOLE: CALENDARIO
      * DELLO STUDIO, TURNO E ABILITAZIONE DELL'OPERATORE,
      * SOVRAPPOSIZIONI.
           call "st-calendcheck" using link-studio link-data
                                       link-ora link-durata
                                       ws-cal-esito.
                 set tutto-ok to false
                 exit paragraph
              end-if
              call "st-abilcheck" using link-operatore-corso
                                        link-articolo link-data
                                        ws-abi-esito
              cancel "st-abilcheck"
              if ws-abi-esito not = "OK"
                 set link-esito-non-abilitato to true
                 set tutto-ok to false
                 exit paragraph
              end-if
           end-if.
           perform CONTROLLA-SOVRAPPOSIZIONE.
           if sovrapposizione
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
           move cli-convenzione  to rsc-convenzione.
           write rec-rschede
                 invalid continue
             not invalid perform REGISTRA-CONSUMI
           end-write.
           call "st-abbscala" using link-cliente cor-articolo
                                    ws-abb-esito.
              end-rewrite
           end-if.

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
       CERCA-SCHEDA-APERTA.
      * LA SCHEDA APERTA DEL CLIENTE E' QUELLA COL CODICE PIU' ALTO
