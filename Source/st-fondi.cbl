       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-fondi.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DEI FONDI SANITARI INTEGRATIVI E DELLE
      * ASSICURAZIONI CHE RIMBORSANO LE SEDUTE AI CLIENTI.
      * LE FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE UN FONDO (SE CHIEDE LA PRESCRIZIONE, IL TIPO
      *       DI DOCUMENTO DEVE ESISTERE IN TIPIDOC)
      *   "M" MODIFICA
      *   "L" LEGGE
      * I DOCUMENTI RICHIESTI (LINK-RICHIESTE: FATTURE, PRESCRIZIONE,
      * RELAZIONE, RIEPILOGO SEDUTE, UN "S" PER OGNUNO) SONO QUELLI
      * CHE ST-PRATICHE METTE NEL PACCHETTO DI OGNI PRATICA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "fondi.sl".
           copy "tipidoc.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "fondi.fd".
           copy "tipidoc.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-fondi          pic xx.
       77  status-tipidoc        pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
       77  link-codice           pic x(4).
       77  link-descrizione      pic x(50).
       77  link-tipo             pic x(1).
       77  link-indirizzo        pic x(50).
       77  link-email            pic x(50).
       01  link-richieste.
           05 link-rich-fatture      pic x(1).
           05 link-rich-prescrizione pic x(1).
           05 link-rich-relazione    pic x(1).
           05 link-rich-riepilogo    pic x(1).
       77  link-tipodoc          pic x(4).
       77  link-attivo           pic x(1).
       77  link-note             pic x(80).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-descrizione link-tipo
                                 link-indirizzo link-email
                                 link-richieste link-tipodoc
                                 link-attivo link-note
                                 link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci     perform INSERISCI-FONDO
              when link-modifica      perform MODIFICA-FONDO
              when link-leggi         perform LEGGI-FONDO
              when other              set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           if link-codice = spaces
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open i-o fondi.
           if status-fondi = "35"
              open output fondi
              close       fondi
              open i-o    fondi
           end-if.
           open input tipidoc.
           if status-tipidoc = "35"
              open output tipidoc
              close       tipidoc
              open input  tipidoc
           end-if.

      ***---
       CONTROLLA-CAMPI.
           if link-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-tipo not = "F" and link-tipo not = "A"
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-rich-prescrizione = "S"
              move link-tipodoc to tdo-codice
              read tipidoc no lock
                   invalid set tutto-ok to false
              end-read
           end-if.

      ***---
       INSERISCI-FONDO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-fondi.
           move link-codice to fnd-codice.
           perform TRAVASA-CAMPI.
           write rec-fondi
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              perform AUDIT-FONDO
           end-if.

      ***---
       MODIFICA-FONDO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-codice to fnd-codice.
           read fondi
                invalid set tutto-ok to false
            not invalid
                perform TRAVASA-CAMPI
                rewrite rec-fondi
                        invalid set tutto-ok to false
                    not invalid perform AUDIT-FONDO
                end-rewrite
           end-read.

      ***---
       LEGGI-FONDO.
           move link-codice to fnd-codice.
           read fondi no lock
                invalid set tutto-ok to false
            not invalid
                move fnd-descrizione           to link-descrizione
                move fnd-tipo                  to link-tipo
                move fnd-indirizzo             to link-indirizzo
                move fnd-email                 to link-email
                move fnd-richiede-fatture      to link-rich-fatture
                move fnd-richiede-prescrizione to link-rich-prescrizione
                move fnd-richiede-relazione    to link-rich-relazione
                move fnd-richiede-riepilogo    to link-rich-riepilogo
                move fnd-tipodoc-prescrizione  to link-tipodoc
                move fnd-attivo                to link-attivo
                move fnd-note                  to link-note
           end-read.

      ***---
       TRAVASA-CAMPI.
           move link-descrizione       to fnd-descrizione.
           move link-tipo              to fnd-tipo.
           move link-indirizzo         to fnd-indirizzo.
           move link-email             to fnd-email.
           move link-rich-fatture      to fnd-richiede-fatture.
           move link-rich-prescrizione to fnd-richiede-prescrizione.
           move link-rich-relazione    to fnd-richiede-relazione.
           move link-rich-riepilogo    to fnd-richiede-riepilogo.
           move link-tipodoc           to fnd-tipodoc-prescrizione.
           move link-attivo            to fnd-attivo.
           move link-note              to fnd-note.

      ***---
       AUDIT-FONDO.
           initialize auditlog-link.
           move "ST-FONDI"              to aul-programma.
           move "FONDI"                 to aul-file-dati.
           if link-inserisci
              set aul-inserimento       to true
           else
              set aul-modifica          to true
           end-if.
           move fnd-codice              to aul-chiave-record.
           move "FND-DESCRIZIONE"       to aul-campo.
           move spaces                  to aul-valore-precedente.
           move fnd-descrizione         to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close fondi tipidoc.
