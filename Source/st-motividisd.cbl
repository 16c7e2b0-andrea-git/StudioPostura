       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-motividisd.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DELLA TABELLA DEI MOTIVI DI DISDETTA
      * (MOTIVIDISD). LE FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE UN MOTIVO
      *   "M" MODIFICA
      *   "L" LEGGE
      * I MOTIVI NON SI CANCELLANO (SONO RICHIAMATI DAL REGISTRO
      * DISDETTE): QUELLI NON PIU' IN USO SI DISATTIVANO E NON SI
      * POSSONO PIU' SCEGLIERE. LINK-PENALE "S" = MOTIVO SOGGETTO
      * ALLA PENALE PER DISDETTA TARDIVA, "N" = MAI PENALE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "motividisd.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "motividisd.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-motividisd     pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
       77  link-codice           pic x(4).
       77  link-descrizione      pic x(50).
       77  link-penale           pic x(1).
       77  link-attivo           pic x(1).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-descrizione link-penale
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
           open i-o motividisd.
           if status-motividisd = "35"
              open output motividisd
              close       motividisd
              open i-o    motividisd
           end-if.

      ***---
       CONTROLLA-CAMPI.
           if link-descrizione = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-penale to mtd-penale.
           if not mtd-soggetto-penale and not mtd-senza-penale
              set tutto-ok to false
           end-if.

      ***---
       INSERISCI-MOTIVO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           initialize rec-motividisd.
           move link-codice to mtd-codice.
           perform TRAVASA-CAMPI.
           write rec-motividisd
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
           move link-codice to mtd-codice.
           read motividisd
                invalid set tutto-ok to false
            not invalid
                perform TRAVASA-CAMPI
                rewrite rec-motividisd
                        invalid set tutto-ok to false
                    not invalid perform AUDIT-MOTIVO
                end-rewrite
           end-read.

      ***---
       LEGGI-MOTIVO.
           move link-codice to mtd-codice.
           read motividisd no lock
                invalid set tutto-ok to false
            not invalid
                move mtd-descrizione to link-descrizione
                move mtd-penale      to link-penale
                move mtd-attivo      to link-attivo
           end-read.

      ***---
       TRAVASA-CAMPI.
           move link-descrizione to mtd-descrizione.
           move link-penale      to mtd-penale.
           move link-attivo      to mtd-attivo.
           move link-operatore   to mtd-operatore.

      ***---
       AUDIT-MOTIVO.
           initialize auditlog-link.
           move "ST-MOTIVIDISD"         to aul-programma.
           move "MOTIVIDISD"            to aul-file-dati.
           set  aul-modifica            to true.
           move mtd-codice              to aul-chiave-record.
           move "MTD-PENALE"            to aul-campo.
           move spaces                  to aul-valore-precedente.
           move mtd-penale              to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       CLOSE-FILES.
           close motividisd.
