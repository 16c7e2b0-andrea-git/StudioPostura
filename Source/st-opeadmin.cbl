      *       OBBLIGATO AL PROSSIMO ACCESSO, TENTATIVI AZZERATI)
      *   "G" CONCEDE A UN OPERATORE IL DIRITTO DI LANCIARE UN
      *       PROGRAMMA (RIGA SU DIRITTI)   "T" GLIELO TOGLIE
      *   "E" ESCLUDE L'OPERATORE DALLE DISPONIBILITA' PUBBLICATE SUL
      *       SITO DI PRENOTAZIONE (VEDI ST-WEBDISP)   "I" LO RIAMMETTE
      * OGNI OPERAZIONE FINISCE SU AUDITLOG CON L'AMMINISTRATORE CHE
      * L'HA ESEGUITA.
      ******************************************************************
           88 link-reset-pwd     value "R".
           88 link-concedi       value "G".
           88 link-togli         value "T".
           88 link-escludi-web   value "E".
           88 link-includi-web   value "I".
      * CREDENZIALI DELL'AMMINISTRATORE (DEVE ESSERE SUPERVISORE)
       77  link-admin-codice     pic x(10).
       77  link-admin-password   pic x(10).
              when link-reset-pwd   perform RESET-PASSWORD
              when link-concedi     perform CONCEDI-DIRITTO
              when link-togli       perform TOGLI-DIRITTO
              when link-escludi-web perform ESCLUDI-DAL-WEB
              when link-includi-web perform INCLUDI-NEL-WEB
              when other            set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
              perform AUDIT-OPERATORE
           end-if.

      ***---
       ESCLUDI-DAL-WEB.
           move link-codice to ope-codice.
           read operatori
                invalid set tutto-ok to false
            not invalid
                set ope-escluso-web to true
                rewrite rec-operatori
                        invalid set tutto-ok to false
                end-rewrite
           end-read.
           if tutto-ok
              move "ESCLUSO-WEB" to ws-operazione
              perform AUDIT-OPERATORE
           end-if.

      ***---
       INCLUDI-NEL-WEB.
           move link-codice to ope-codice.
           read operatori
                invalid set tutto-ok to false
            not invalid
                move space to ope-prenotazione-web
                rewrite rec-operatori
                        invalid set tutto-ok to false
                end-rewrite
           end-read.
           if tutto-ok
              move "INCLUSO-WEB" to ws-operazione
              perform AUDIT-OPERATORE
           end-if.

      ***---
       RESET-PASSWORD.
           if link-password = spaces
