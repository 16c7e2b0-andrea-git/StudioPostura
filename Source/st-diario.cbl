      *       SOLO L'OPERATORE CHE HA ESEGUITO LA SEDUTA
      *       (RSC-OPERATORE), E SOLO FINCHE' LA NOTA NON E'
      *       BLOCCATA
      *   "L" LEGGE LA NOTA DELLA SEDUTA: L'OPERATORE PASSATO E'
      *       CHI LA CONSULTA (LA LETTURA FINISCE SU LETTURE, VEDI
      *       ST-LETTURA), IN USCITA DIVENTA L'AUTORE DELLA NOTA
      *   "B" BLOCCO PERIODICO: LE NOTE PIU' VECCHIE DEL PERIODO DI
      *       GRAZIA VENGONO BLOCCATE E DA LI' IN POI FANNO PARTE
      *       DELLA CARTELLA, COME LE VERSIONI DELL'ANAMNESI. DAL
      *       QUESTA LINKAGE AI DUE PARAMETRI DI BATCHJOB
      * LA VISTA CRONOLOGICA SUL CLIENTE E' LA LETTURA IN CHIAVE
      * DELLE NOTE DELLE SUE SCHEDE; IN STAMPA SCHEDA ESCE LA
      * SEZIONE DIARIO (VEDI ST-SCHEDACLI). IL TESTO DELLE NOTE STA
      * SUL FILE CIFRATO (VEDI ST-CIFRA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
           copy "diario.sl".
           copy "rschede.sl".
           copy "tschede.sl".
           copy "tschede-storico.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "diario.fd".
           copy "rschede.fd".
           copy "tschede.fd".
           copy "tschede-storico.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "letture.lks".
           copy "cifra.lks".

       77  status-diario         pic xx.
       77  status-rschede        pic xx.
       77  status-tschede        pic xx.
       77  status-tschede-storico pic xx.

       78  78-giorni-grazia      value 7.

              open i-o    diario
           end-if.
           open input rschede.
           open input tschede.
           open input tschede-storico.
           if status-tschede-storico = "35"
              open output tschede-storico
              close       tschede-storico
              open input  tschede-storico
           end-if.

      ***---
       SCRIVI-NOTA.
           end-perform.
           move ws-data-corrente to dia-data.
           move link-operatore   to dia-operatore.
           initialize cifra-link.
           set  cfl-cifra        to true.
           perform TRATTA-TESTO.
           move cfl-versione     to dia-versione-chiave.
           rewrite rec-diario
                   invalid write rec-diario
                           invalid set tutto-ok to false

      ***---
       LEGGI-NOTA.
           perform TRACCIA-LETTURA.
           move link-scheda      to dia-codice.
           move link-progressivo to dia-progressivo.
           read diario no lock
                invalid set tutto-ok to false
            not invalid
                initialize cifra-link
                set  cfl-decifra         to true
                move dia-versione-chiave to cfl-versione
                perform TRATTA-TESTO
                if cfl-esito-ko
                   set tutto-ok to false
                end-if
                perform varying ws-testo-idx from 1 by 1
                          until ws-testo-idx > 10
                   move dia-testo(ws-testo-idx)
                end-if
           end-read.

      ***---
       TRATTA-TESTO.
           move dia-chiave       to cfl-chiave-record.
           move "DIA-TESTO"      to cfl-campo.
           move 700              to cfl-lunghezza.
           move dia-testi        to cfl-testo.
           call "st-cifra" using cifra-link.
           move cfl-testo(1:700) to dia-testi.
           cancel "st-cifra".

      ***---
      * IL CLIENTE SI PRENDE DALLA SCHEDA, ANCHE SE GIA' ARCHIVIATA;
      * SI TRACCIA ANCHE LA CONSULTAZIONE DI UNA NOTA NON SCRITTA.
       TRACCIA-LETTURA.
           initialize letture-link.
           move link-scheda to tsc-codice.
           read tschede no lock
                invalid
                   move link-scheda to tss-codice
                   read tschede-storico no lock
                        invalid continue
                    not invalid
                        move tss-cliente to ltl-cliente
                   end-read
            not invalid
                move tsc-cliente to ltl-cliente
           end-read.
           move "ST-DIARIO"    to ltl-programma.
           set  ltl-diario     to true.
           move link-operatore to ltl-operatore.
           call "st-lettura" using letture-link.
           cancel "st-lettura".

      ***---
       BLOCCA-NOTE-VECCHIE.
      * PASSATO IL PERIODO DI GRAZIA LA NOTA DIVENTA PARTE DELLA

      ***---
       CLOSE-FILES.
           close diario rschede tschede tschede-storico.
