      * REGISTRAZIONE NELLA STESSA GIORNATA SOSTITUISCE LA PRIMA
      * (RIMISURAZIONE); LE GIORNATE PRECEDENTI NON SI TOCCANO, SONO
      * LA SERIE STORICA DA CUI ST-MISUREREP COSTRUISCE L'ANDAMENTO.
      * LE NOTE STANNO SUL FILE CIFRATE (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "cifra.lks".

       77  status-clienti        pic xx.
       77  status-misurazioni    pic xx.
           move link-scala-dolore to mis-scala-dolore.
           move link-operatore    to mis-operatore.
           move link-note         to mis-note.
           perform CIFRA-NOTE.
           write rec-misurazioni
                 invalid
                    rewrite rec-misurazioni
              perform AUDIT-MISURAZIONE
           end-if.

      ***---
       CIFRA-NOTE.
           initialize cifra-link.
           set  cfl-cifra        to true.
           move mis-chiave       to cfl-chiave-record.
           move "MIS-NOTE"       to cfl-campo.
           move 80               to cfl-lunghezza.
           move mis-note         to cfl-testo.
           call "st-cifra" using cifra-link.
           cancel "st-cifra".
           move cfl-testo(1:80)  to mis-note.
           move cfl-versione     to mis-versione-chiave.

      ***---
       AUDIT-MISURAZIONE.
           initialize auditlog-link.
