       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-cifrarot.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PASSO BATCH DI ROTAZIONE DELLA CHIAVE DI CIFRATURA DEI CAMPI
      * CLINICI (VEDI ST-CIFRA): DOPO AVER AGGIUNTO LA RIGA DELLA
      * NUOVA VERSIONE AL FILE DELLE CHIAVI SI LANCIA QUESTO PASSO
      * (DA SOLO O SCHEDULATO SU BATCHJOB COME OGNI ALTRO PASSO DEL
      * GIRO NOTTURNO). SCORRE ANAMNESI, DIARIO, MISURAZIONI, FOTOCLI
      * E ALLEGATI: OGNI RECORD CIFRATO CON UNA VERSIONE DIVERSA DA
      * QUELLA CORRENTE (COMPRESI QUELLI ANCORA IN CHIARO, VERSIONE
      * 0) VIENE DECIFRATO CON LA SUA E RICIFRATO CON LA CORRENTE.
      * LO STESSO GIRO PORTA I RECORD CIFRATI SENZA LA CHIAVE DEL
      * RECORD NEL FLUSSO (VERSIONE DA 01 A 49, VEDI ST-CIFRA) ALLO
      * SCHEMA ATTUALE, ANCHE SENZA UNA NUOVA CHIAVE.
      * UN RECORD LA CUI VERSIONE NON E' PIU' NEL FILE DELLE CHIAVI
      * RESTA COM'E' E L'ESITO E' "KO", COSI' CHE IL GIRO LO SEGNALI
      * PRIMA DI TOGLIERE ALTRE CHIAVI. SENZA CHIAVI CONFIGURATE NON
      * C'E' NIENTE DA FARE. L'ESITO TORNA NEL PRIMO PARAMETRO, COME
      * ST-DIARIOBLOCCO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "anamnesi.sl".
           copy "diario.sl".
           copy "misurazioni.sl".
           copy "fotocli.sl".
           copy "allegati.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "anamnesi.fd".
           copy "diario.fd".
           copy "misurazioni.fd".
           copy "fotocli.fd".
           copy "allegati.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "cifra.lks".

       77  status-anamnesi       pic xx.
       77  status-diario         pic xx.
       77  status-misurazioni    pic xx.
       77  status-fotocli        pic xx.
       77  status-allegati       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 record-ok          value 1 false 0.

       77  ws-versione-corrente  pic 9(2).
       77  ws-versione-record    pic 9(2).
       77  ws-ricifrati          pic 9(7) value 0.
       77  ws-saltati            pic 9(7) value 0.

       LINKAGE SECTION.
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-esito.

      ***---
       MAIN-PRG.
           set tutto-ok to true.
           perform VERSIONE-CORRENTE.
           if ws-versione-corrente not = 0
              perform RUOTA-ANAMNESI
              perform RUOTA-DIARIO
              perform RUOTA-MISURAZIONI
              perform RUOTA-FOTOCLI
              perform RUOTA-ALLEGATI
           end-if.
           cancel "st-cifra".
           if ws-saltati not = 0
              set tutto-ok to false
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           goback.

      ***---
      * LA VERSIONE CORRENTE E' QUELLA CHE ST-CIFRA USA PER CIFRARE:
      * LA SI CHIEDE CIFRANDO UN CAMPO VUOTO.
       VERSIONE-CORRENTE.
           initialize cifra-link.
           set  cfl-cifra      to true.
           move "VERSIONE"     to cfl-campo.
           move 1              to cfl-lunghezza.
           call "st-cifra" using cifra-link.
           move cfl-versione   to ws-versione-corrente.

      ***---
      * UN ARCHIVIO CHE NON C'E' ANCORA NON HA NIENTE DA RICIFRARE.
       RUOTA-ANAMNESI.
           open i-o anamnesi.
           if status-anamnesi not = "00"
              exit paragraph
           end-if.
           perform until 1 = 2
              read anamnesi next at end exit perform end-read
              if ana-versione-chiave not = ws-versione-corrente
                 move ana-versione-chiave to ws-versione-record
                 move ana-chiave          to cfl-chiave-record
                 set record-ok to true
                 move "ANA-PATOLOGIE"  to cfl-campo
                 move 200              to cfl-lunghezza
                 move ana-patologie    to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:200) to ana-patologie
                 move "ANA-FARMACI"    to cfl-campo
                 move 200              to cfl-lunghezza
                 move ana-farmaci      to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:200) to ana-farmaci
                 move "ANA-NOTE"       to cfl-campo
                 move 500              to cfl-lunghezza
                 move ana-note         to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:500) to ana-note
                 if record-ok
                    move ws-versione-corrente to ana-versione-chiave
                    rewrite rec-anamnesi
                            invalid add 1 to ws-saltati
                        not invalid add 1 to ws-ricifrati
                    end-rewrite
                 else
                    add 1 to ws-saltati
                 end-if
              end-if
           end-perform.
           close anamnesi.

      ***---
       RUOTA-DIARIO.
           open i-o diario.
           if status-diario not = "00"
              exit paragraph
           end-if.
           perform until 1 = 2
              read diario next at end exit perform end-read
              if dia-versione-chiave not = ws-versione-corrente
                 move dia-versione-chiave to ws-versione-record
                 move dia-chiave          to cfl-chiave-record
                 set record-ok to true
                 move "DIA-TESTO"      to cfl-campo
                 move 700              to cfl-lunghezza
                 move dia-testi        to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:700) to dia-testi
                 if record-ok
                    move ws-versione-corrente to dia-versione-chiave
                    rewrite rec-diario
                            invalid add 1 to ws-saltati
                        not invalid add 1 to ws-ricifrati
                    end-rewrite
                 else
                    add 1 to ws-saltati
                 end-if
              end-if
           end-perform.
           close diario.

      ***---
       RUOTA-MISURAZIONI.
           open i-o misurazioni.
           if status-misurazioni not = "00"
              exit paragraph
           end-if.
           perform until 1 = 2
              read misurazioni next at end exit perform end-read
              if mis-versione-chiave not = ws-versione-corrente
                 move mis-versione-chiave to ws-versione-record
                 move mis-chiave          to cfl-chiave-record
                 set record-ok to true
                 move "MIS-NOTE"       to cfl-campo
                 move 80               to cfl-lunghezza
                 move mis-note         to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:80)  to mis-note
                 if record-ok
                    move ws-versione-corrente to mis-versione-chiave
                    rewrite rec-misurazioni
                            invalid add 1 to ws-saltati
                        not invalid add 1 to ws-ricifrati
                    end-rewrite
                 else
                    add 1 to ws-saltati
                 end-if
              end-if
           end-perform.
           close misurazioni.

      ***---
       RUOTA-FOTOCLI.
           open i-o fotocli.
           if status-fotocli not = "00"
              exit paragraph
           end-if.
           perform until 1 = 2
              read fotocli next at end exit perform end-read
              if fot-versione-chiave not = ws-versione-corrente
                 move fot-versione-chiave to ws-versione-record
                 move fot-chiave          to cfl-chiave-record
                 set record-ok to true
                 move "FOT-PERCORSO"   to cfl-campo
                 move 200              to cfl-lunghezza
                 move fot-percorso     to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:200) to fot-percorso
                 if record-ok
                    move ws-versione-corrente to fot-versione-chiave
                    rewrite rec-fotocli
                            invalid add 1 to ws-saltati
                        not invalid add 1 to ws-ricifrati
                    end-rewrite
                 else
                    add 1 to ws-saltati
                 end-if
              end-if
           end-perform.
           close fotocli.

      ***---
       RUOTA-ALLEGATI.
           open i-o allegati.
           if status-allegati not = "00"
              exit paragraph
           end-if.
           perform until 1 = 2
              read allegati next at end exit perform end-read
              if all-versione-chiave not = ws-versione-corrente
                 move all-versione-chiave to ws-versione-record
                 move all-chiave          to cfl-chiave-record
                 set record-ok to true
                 move "ALL-PERCORSO"   to cfl-campo
                 move 200              to cfl-lunghezza
                 move all-percorso     to cfl-testo
                 perform RICIFRA-CAMPO
                 move cfl-testo(1:200) to all-percorso
                 if record-ok
                    move ws-versione-corrente to all-versione-chiave
                    rewrite rec-allegati
                            invalid add 1 to ws-saltati
                        not invalid add 1 to ws-ricifrati
                    end-rewrite
                 else
                    add 1 to ws-saltati
                 end-if
              end-if
           end-perform.
           close allegati.

      ***---
      * IL CAMPO ARRIVA IN CFL-TESTO CIFRATO CON WS-VERSIONE-RECORD E
      * TORNA NELLO STESSO POSTO CIFRATO CON LA VERSIONE CORRENTE.
      * SE LA VECCHIA CHIAVE NON C'E' PIU' IL RECORD NON SI TOCCA.
       RICIFRA-CAMPO.
           if not record-ok
              exit paragraph
           end-if.
           set  cfl-decifra        to true.
           move ws-versione-record to cfl-versione.
           call "st-cifra" using cifra-link.
           if cfl-esito-ko
              set record-ok to false
              exit paragraph
           end-if.
           set  cfl-cifra          to true.
           call "st-cifra" using cifra-link.
