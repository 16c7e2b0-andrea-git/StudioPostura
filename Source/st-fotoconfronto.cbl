      * A ZERO SI PRENDONO LA PRIMA E L'ULTIMA FOTO DI QUELLA POSA.
      * LE IMMAGINI SONO CARICATE CON W$BITMAP E DISEGNATE CON
      * SPL-BITMAP, COME LO SFONDO DEI DOCUMENTI IN ST-DOCUM.
      * I PERCORSI STANNO SU FOTOCLI CIFRATI (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "cifra.lks".
       copy "errlog.lks".

       77  status-fotocli        pic xx.
       77  status-clienti        pic xx.
           read fotocli no lock
                invalid set errori to true
            not invalid
                perform DECIFRA-PERCORSO
                move fot-data     to ws-prima-data
                move fot-percorso to ws-prima-percorso
           end-read.
           read fotocli no lock
                invalid set errori to true
            not invalid
                perform DECIFRA-PERCORSO
                move fot-data     to ws-dopo-data
                move fot-percorso to ws-dopo-percorso
           end-read.

      ***---
      * CON UNA CHIAVE NON PIU' DISPONIBILE LA FOTO NON SI STAMPA.
       DECIFRA-PERCORSO.
           initialize cifra-link.
           set  cfl-decifra         to true.
           move fot-chiave          to cfl-chiave-record.
           move "FOT-PERCORSO"      to cfl-campo.
           move fot-versione-chiave to cfl-versione.
           move 200                 to cfl-lunghezza.
           move fot-percorso        to cfl-testo.
           call "st-cifra" using cifra-link.
           cancel "st-cifra".
           move cfl-testo(1:200)    to fot-percorso.
           if cfl-esito-ko
              set errori to true
           end-if.

      ***---
       STAMPA.
           if link-stampante = spaces

           display message messaggio.

           initialize errlog-link.
           move "ST-FOTOCONFRONTO"  to ell-programma.
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
       CLOSE-FILES.
           close fotocli clienti param.
