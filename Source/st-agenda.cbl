      *   "I" CREA UNA PRENOTAZIONE NELLA CELLA (DELEGA ST-APPINSER,
      *       STESSO ESITO OK/SV/NS/KO)
      *   "X" CANCELLA LA PRENOTAZIONE DELLA CELLA PROPONENDO LA
      *       LISTA D'ATTESA (DELEGA ST-APPCANC, CON IL MOTIVO DELLA
      *       DISDETTA IN LINK-MOTIVO)
      *   "P" STAMPA LA SETTIMANA CORRENTE (DELEGA ST-APPUNTAMENTI:
      *       LA VECCHIA STAMPA E' UN TASTO DA QUI)
      *   "S" RESTITUISCE LA SCHEDA APERTA DEL CLIENTE DELLA CELLA
      *       (TSC-CODICE PIU' ALTO DEL CLIENTE), PER IL SALTO ALLA
      *       SCHEDA
      * LE CELLE CON UNA STANZA CHE NON E' STATA SANIFICATA DOPO LA
      * SEDUTA PRECEDENTE (REGISTRO SANIFICAZIONI, VEDI ST-SANIFICA)
      * ESCONO MARCATE IN LINK-CELLA-DA-SANIFICARE.
      * LE SEDUTE A DOMICILIO ESCONO MARCATE IN LINK-CELLA-DOMICILIO;
      * PER PRENOTARNE UNA ("I") LA VIDEATA PASSA I DATI DEL
      * DOMICILIO (DOMICILIO.LKS, A SPAZI = SEDUTA IN STUDIO).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "tschede.sl".
           copy "turni.sl".
           copy "assenze.sl".
           copy "sanificazioni.sl".

      *****************************************************************
       DATA DIVISION.
           copy "tschede.fd".
           copy "turni.fd".
           copy "assenze.fd".
           copy "sanificazioni.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
       77  status-tschede        pic xx.
       77  status-turni          pic xx.
       77  status-assenze        pic xx.
       77  status-sanificazioni  pic xx.

      * MARCATURA DELLE CELLE FUORI TURNO (VEDI MARCA-FUORI-TURNO):
      * CON L'OPERATORE INDICATO AL CARICAMENTO, LE FASCE IN CUI NON
      * "S" = FASCIA FUORI DAL TURNO DELL'OPERATORE RICHIESTO (O
      * SUA GIORNATA DI ASSENZA): LA VIDEATA LA MOSTRA SPENTA
                 15 link-cella-fuori-turno pic x(1).
      * "S" = LA STANZA DELLA CELLA HA ANCORA DA ESEGUIRE LA
      * SANIFICAZIONE DOPO LA SEDUTA PRECEDENTE
                 15 link-cella-da-sanificare pic x(1).
      * "S" = SEDUTA A DOMICILIO DEL CLIENTE
                 15 link-cella-domicilio   pic x(1).
      * PARAMETRI DELLE AZIONI DI CELLA
       77  link-ora              pic 9(4).
       77  link-progressivo      pic 9(2).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
      * MOTIVO DELLA DISDETTA SCELTO A VIDEO (SOLO PER "X")
       77  link-motivo           pic x(4).
      * DATI DELLA SEDUTA A DOMICILIO (SOLO PER "I")
           copy "domicilio.lks".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-data-riferimento
                                 link-articolo link-stanza
                                 link-forza
                                 link-operatore-esteso link-stampante
                                 link-scheda-codice link-esito
                                 link-motivo domicilio-link.

      ***---
       MAIN-PRG.
              close       assenze
              open input  assenze
           end-if.
           open input sanificazioni.
           if status-sanificazioni = "35"
              open output sanificazioni
              close       sanificazioni
              open input  sanificazioni
           end-if.
           initialize link-griglia.
           perform CALCOLA-LUNEDI.
      * WS-CAL-DATA E' IL LUNEDI': LE DATE DEI 7 GIORNI SI OTTENGONO
              end-if
              add 1 to ws-cal-seriale
           end-perform.
           close appuntamenti clienti turni assenze sanificazioni.

      ***---
      * SPEGNE LE FASCE DEL GIORNO IN CUI L'OPERATORE RICHIESTO NON
                                   (ws-giorno-idx, ws-fascia-idx).
           move app-stanza      to link-cella-stanza
                                   (ws-giorno-idx, ws-fascia-idx).
           move app-domicilio   to link-cella-domicilio
                                   (ws-giorno-idx, ws-fascia-idx).
           if app-stanza not = spaces
              perform CONTROLLA-SANIFICAZIONE
           end-if.

      ***---
      * CONTA SOLO L'ULTIMA SANIFICAZIONE DELLA STANZA PRIMA DI
      * QUESTA SEDUTA (CHIAVE IMMEDIATAMENTE PRECEDENTE): SE E'
      * ANCORA DA ESEGUIRE LA STANZA NON E' STATA SANIFICATA DOPO
      * L'ULTIMO USO, ANCHE SE QUELLE PIU' VECCHIE LO SONO.
       CONTROLLA-SANIFICAZIONE.
           move app-stanza      to san-stanza.
           move app-data        to san-data.
           move app-ora         to san-app-ora.
           move app-progressivo to san-app-progressivo.
           start sanificazioni key < san-chiave
                 invalid exit paragraph
           end-start.
           read sanificazioni previous no lock
                at end exit paragraph
           end-read.
           if san-stanza = app-stanza and san-da-eseguire
              move "S" to link-cella-da-sanificare
                          (ws-giorno-idx, ws-fascia-idx)
           end-if.

      ***---
       DELEGA-INSERIMENTO.
                                    link-articolo link-stanza
                                    link-forza ws-super-codice
                                    ws-super-password
                                    link-esito domicilio-link.
           cancel "st-appinser".

      ***---
       DELEGA-CANCELLAZIONE.
           call "st-appcanc" using link-data-riferimento link-ora
                                   link-progressivo
                                   link-operatore-esteso link-esito
                                   link-motivo.
           cancel "st-appcanc".

      ***---
