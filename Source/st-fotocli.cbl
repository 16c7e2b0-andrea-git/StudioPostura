      * DI RIFERIMENTO; LA RIGA VIENE ACCODATA SU FOTOCLI CON IL
      * PROSSIMO PROGRESSIVO DEL CLIENTE. LE VECCHIE FOTO NON SI
      * SOVRASCRIVONO PIU': OGNI SCATTO RESTA, DATATO, E IL CONFRONTO
      * PRIMA/DOPO LO FA ST-FOTOCONFRONTO. LO SCATTO ACQUISITO E'
      * ANCHE UNA CONSULTAZIONE DELL'ARCHIVIO DEL CLIENTE E FINISCE
      * SU LETTURE (ST-LETTURA), COME L'APERTURA DAL BROWSER.
      * IL PERCORSO STA SUL FILE CIFRATO (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "letture.lks".
           copy "cifra.lks".

       77  status-clienti        pic xx.
       77  status-fotocli        pic xx.
           move link-rsc-codice       to fot-rsc-codice.
           move link-rsc-progressivo  to fot-rsc-progressivo.
           move link-operatore        to fot-operatore.
           perform CIFRA-PERCORSO.
           write rec-fotocli
                 invalid set tutto-ok to false
             not invalid perform AUDIT-SCATTO
                         perform TRACCIA-LETTURA
           end-write.

      ***---
       CIFRA-PERCORSO.
           initialize cifra-link.
           set  cfl-cifra         to true.
           move fot-chiave        to cfl-chiave-record.
           move "FOT-PERCORSO"    to cfl-campo.
           move 200               to cfl-lunghezza.
           move fot-percorso      to cfl-testo.
           call "st-cifra" using cifra-link.
           cancel "st-cifra".
           move cfl-testo(1:200)  to fot-percorso.
           move cfl-versione      to fot-versione-chiave.

      ***---
       CERCA-PROSSIMO-PROGRESSIVO.
           move 0 to ws-ultimo-progressivo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       TRACCIA-LETTURA.
           initialize letture-link.
           move "ST-FOTOCLI"   to ltl-programma.
           move link-cliente   to ltl-cliente.
           set  ltl-foto       to true.
           move link-operatore to ltl-operatore.
           call "st-lettura" using letture-link.
           cancel "st-lettura".

      ***---
       CLOSE-FILES.
           close clienti fotocli.
