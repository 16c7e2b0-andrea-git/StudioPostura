       copy "fonts.def".
       copy "selprint.lks".
       copy "fblock.lks".
       copy "cifra.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-anamnesi       pic xx.

      ***---
       STAMPA-NOTA-DIARIO.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move dia-chiave          to cfl-chiave-record.
           move "DIA-TESTO"         to cfl-campo.
           move dia-versione-chiave to cfl-versione.
           move 700                 to cfl-lunghezza.
           move dia-testi           to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:700)    to dia-testi.
           initialize ws-dia-intesta.
           string "Seduta "      delimited size
                  dia-progressivo delimited size
           read anamnesi no lock
                invalid exit paragraph
           end-read.
           perform DECIFRA-ANAMNESI.

           perform SALTO-PAGINA.
           move 0   to spl-tipo-colonna.

           display message messaggio.

           initialize errlog-link.
           move "ST-SCHEDACLI"    to ell-programma.
           move "CARICA-FONT"     to ell-paragrafo.
           set ell-errore-font    to true.
           string "Font "         delimited size
                  wfont-name      delimited low-value
                  " dimensione "  delimited size
                  font-size-dply  delimited size
                  " non installato" delimited size
             into ell-messaggio.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
      * PATOLOGIE, FARMACI E NOTE STANNO SUL FILE CIFRATI: UNA CHIAVE
      * NON PIU' DISPONIBILE LI LASCIA A SPAZI IN STAMPA.
       DECIFRA-ANAMNESI.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move ana-chiave          to cfl-chiave-record.
           move ana-versione-chiave to cfl-versione.
           move "ANA-PATOLOGIE"     to cfl-campo.
           move 200                 to cfl-lunghezza.
           move ana-patologie       to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:200)    to ana-patologie.
           move "ANA-FARMACI"       to cfl-campo.
           move 200                 to cfl-lunghezza.
           move ana-farmaci         to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:200)    to ana-farmaci.
           move "ANA-NOTE"          to cfl-campo.
           move 500                 to cfl-lunghezza.
           move ana-note            to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:500)    to ana-note.

      ***---
       CLOSE-FILES.
           close clienti tschede rschede param anamnesi piano
           destroy Calibri8.

           cancel "spooler".
           cancel "st-cifra".
           initialize spooler-link.
           goback.
