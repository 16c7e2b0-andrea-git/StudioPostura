       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-motivireso.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DELLA TABELLA DEI MOTIVI DI RESO DELLA MERCE
      * (MOTIVIRESO). LE FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE UN MOTIVO
      *   "M" MODIFICA
      *   "L" LEGGE
      * I MOTIVI NON SI CANCELLANO (SONO RICHIAMATI DAL REGISTRO
      * RESI): QUELLI NON PIU' IN USO SI DISATTIVANO E NON SI
      * POSSONO PIU' SCEGLIERE. LINK-FORNITORE "S" = MOTIVO
      * IMPUTABILE AL FORNITORE (DA RECLAMARE), "N" = NO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "motivireso.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "motivireso.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-motivireso     pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
       77  link-codice           pic x(4).
       77  link-descrizione      pic x(50).
       77  link-fornitore        pic x(1).
       77  link-attivo           pic x(1).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-descrizione link-fornitore
                                 link-attivo link-operatore
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-MOTIVO
              when link-modifica  perform MODIFICA-MOTIVO
              when link-leggi     perform LEGGI-MOTIVO
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
           open i-o motivireso.
           if status-motivireso = "35"
              open output motivireso
              close       motivireso
              open i-o    motivireso
           end-if.

      ***---
       CONTROLLA-CAMPI.
           if link-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-fornitore to mtr-fornitore.
           if not mtr-imputabile-fornitore and not mtr-non-imputabile
              set tutto-ok to false
           end-if.

      ***---
       INSERISCI-MOTIVO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-motivireso.
           move link-codice to mtr-codice.
           perform TRAVASA-CAMPI.
           write rec-motivireso
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              perform AUDIT-MOTIVO
           end-if.

      ***---
       MODIFICA-MOTIVO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-codice to mtr-codice.
           read motivireso
                invalid set tutto-ok to false
            not invalid
                perform TRAVASA-CAMPI
                rewrite rec-motivireso
                        invalid set tutto-ok to false
                    not invalid perform AUDIT-MOTIVO
                end-rewrite
           end-read.

      ***---
       LEGGI-MOTIVO.
           move link-codice to mtr-codice.
           read motivireso no lock
                invalid set tutto-ok to false
            not invalid
                move mtr-descrizione to link-descrizione
                move mtr-fornitore   to link-fornitore
                move mtr-attivo      to link-attivo
           end-read.

      ***---
       TRAVASA-CAMPI.
           move link-descrizione to mtr-descrizione.
           move link-fornitore   to mtr-fornitore.
           move link-attivo      to mtr-attivo.
           move link-operatore   to mtr-operatore.

      ***---
       AUDIT-MOTIVO.
           initialize auditlog-link.
           move "ST-MOTIVIRESO"         to aul-programma.
           move "MOTIVIRESO"            to aul-file-dati.
           set  aul-modifica            to true.
           move mtr-codice              to aul-chiave-record.
           move "MTR-FORNITORE"         to aul-campo.
           move spaces                  to aul-valore-precedente.
           move mtr-fornitore           to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close motivireso.
