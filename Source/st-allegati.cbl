      *       OBBLIGATORIO DI TIPIDOC CONTROLLA CHE IL CLIENTE ABBIA
      *       UN ALLEGATO NON SCADUTO; ESITO "KO" CON IL PRIMO TIPO
      *       MANCANTE/SCADUTO IN LINK-TIPO (VEDI ST-APPINSER)
      * OGNI SCRITTURA FINISCE SU AUDITLOG. IL PERCORSO DEL
      * DOCUMENTO STA SUL FILE CIFRATO (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "cifra.lks".

       77  status-allegati       pic xx.
       77  status-tipidoc        pic xx.
           move ws-data-corrente   to all-data.
           move link-data-scadenza to all-data-scadenza.
           move link-operatore     to all-operatore.
           perform CIFRA-PERCORSO.
           write rec-allegati
                 invalid set tutto-ok to false
           end-write.
                move link-percorso      to all-percorso
                move link-data-scadenza to all-data-scadenza
                move link-operatore     to all-operatore
                perform CIFRA-PERCORSO
                rewrite rec-allegati
                        invalid set tutto-ok to false
                    not invalid
           read allegati no lock
                invalid set tutto-ok to false
            not invalid
                perform DECIFRA-PERCORSO
                move all-tipo          to link-tipo
                move all-descrizione   to link-descrizione
                move all-percorso      to link-percorso
                move all-data-scadenza to link-data-scadenza
           end-read.

      ***---
       CIFRA-PERCORSO.
           initialize cifra-link.
           set  cfl-cifra           to true.
           perform TRATTA-PERCORSO.
           move cfl-versione        to all-versione-chiave.

      ***---
       DECIFRA-PERCORSO.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move all-versione-chiave to cfl-versione.
           perform TRATTA-PERCORSO.
           if cfl-esito-ko
              set tutto-ok to false
           end-if.

      ***---
       TRATTA-PERCORSO.
           move all-chiave          to cfl-chiave-record.
           move "ALL-PERCORSO"      to cfl-campo.
           move 200                 to cfl-lunghezza.
           move all-percorso        to cfl-testo.
           call "st-cifra" using cifra-link.
           cancel "st-cifra".
           move cfl-testo(1:200)    to all-percorso.

      ***---
       CANCELLA-ALLEGATO.
           move link-cliente     to all-cliente.
