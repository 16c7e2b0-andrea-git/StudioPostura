       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-controind.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DELLA TABELLA CODIFICATA DELLE CONTROINDICAZIONI
      * (CONTROIND). LE FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE UNA CONTROINDICAZIONE
      *   "M" MODIFICA
      *   "L" LEGGE
      * LE CONTROINDICAZIONI NON SI CANCELLANO (SONO RICHIAMATE DALLE
      * ANAMNESI E DAGLI ARTICOLI): QUELLE NON PIU' IN USO SI
      * DISATTIVANO, NON SI SPUNTANO PIU' E NON BLOCCANO PIU' LE
      * PRENOTAZIONI (VEDI ST-CONTROCHECK).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "controind.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "controind.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-controind      pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
       77  link-codice           pic x(4).
       77  link-descrizione      pic x(50).
       77  link-attiva           pic x(1).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-descrizione link-attiva
                                 link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-CONTROIND
              when link-modifica  perform MODIFICA-CONTROIND
              when link-leggi     perform LEGGI-CONTROIND
              when other          set tutto-ok to false
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
           open i-o controind.
           if status-controind = "35"
              open output controind
              close       controind
              open i-o    controind
           end-if.

      ***---
       CONTROLLA-CAMPI.
           if link-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-attiva not = "S" and link-attiva not = "N"
              set tutto-ok to false
           end-if.

      ***---
       INSERISCI-CONTROIND.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-controind.
           move link-codice to cti-codice.
           perform TRAVASA-CAMPI.
           write rec-controind
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              perform AUDIT-CONTROIND
           end-if.

      ***---
       MODIFICA-CONTROIND.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-codice to cti-codice.
           read controind
                invalid set tutto-ok to false
            not invalid
                perform TRAVASA-CAMPI
                rewrite rec-controind
                        invalid set tutto-ok to false
                    not invalid perform AUDIT-CONTROIND
                end-rewrite
           end-read.

      ***---
       LEGGI-CONTROIND.
           move link-codice to cti-codice.
           read controind no lock
                invalid set tutto-ok to false
            not invalid
                move cti-descrizione to link-descrizione
                move cti-attiva      to link-attiva
           end-read.

      ***---
       TRAVASA-CAMPI.
           move link-descrizione to cti-descrizione.
           move link-attiva      to cti-attiva.
           move link-operatore   to cti-operatore.

      ***---
       AUDIT-CONTROIND.
           initialize auditlog-link.
           move "ST-CONTROIND"         to aul-programma.
           move "CONTROIND"            to aul-file-dati.
           set  aul-modifica            to true.
           move cti-codice              to aul-chiave-record.
           move "CTI-ATTIVA"            to aul-campo.
           move spaces                  to aul-valore-precedente.
           move cti-attiva              to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close controind.
