       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-scadprevgen.
       AUTHOR.                          Andrea.
      ******************************************************************
      * GENERAZIONE DELLE SCADENZE PREVISIONALI (SCADPREV) DAI
      * CONTRATTI PASSIVI RICORRENTI (CONTRPASS): PER OGNI CONTRATTO
      * ATTIVO UNA SCADENZA OGNI CTP-PERIODICITA' MESI A PARTIRE DAL
      * MESE DI DECORRENZA, NEL GIORNO CTP-GIORNO (L'ULTIMO DEL MESE
      * SE IL MESE E' PIU' CORTO), DAL MESE IN CORSO FINO
      * ALL'ORIZZONTE RICHIESTO (12 MESI SE NON INDICATO) E NON
      * OLTRE LA FINE DEL CONTRATTO.
      * SI PUO' RILANCIARE QUANTE VOLTE SI VUOLE: DAL MESE IN CORSO
      * IN AVANTI LE SCADENZE ANCORA PREVISTE SI TOLGONO E SI
      * RISCRIVONO (COSI' ENTRANO IMPORTI E DATE AGGIORNATI E UN
      * CONTRATTO CESSATO SPARISCE DALLA PROIEZIONE); QUELLE GIA'
      * ABBINATE A UNA FATTURA E QUELLE PREVISTE DEI MESI PASSATI
      * (FATTURE ATTESE MAI ARRIVATE) NON SI TOCCANO.
      * LINK-CONTRATTO A ZERO TRATTA TUTTI I CONTRATTI (GIRO NOTTURNO
      * SU BATCHJOB), ALTRIMENTI SOLO QUELLO INDICATO (LO CHIAMA
      * ST-CONTRPASS DOPO OGNI VARIAZIONE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "contrpass.sl".
           copy "scadprev.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "contrpass.fd".
           copy "scadprev.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-contrpass      pic xx.
       77  status-scadprev       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 abbinata-nel-mese  value 1 false 0.

       78  78-mesi-standard      value 12.

       77  ws-data-corrente      pic 9(8).
       77  ws-primo-del-mese     pic 9(8).
      * MESI CONTATI DALL'ANNO ZERO (ANNO * 12 + MESE - 1)
       77  ws-num-mese-oggi      pic 9(6).
       77  ws-num-mese-orizz     pic 9(6).
       77  ws-num-mese-fine      pic 9(6).
       77  ws-num-mese           pic 9(6).
       77  ws-scad-anno          pic 9(4).
       77  ws-scad-mese          pic 9(2).
       77  ws-scad-giorno        pic 9(2).
       77  ws-bis-quoz           pic 9(4).
       77  ws-bis-resto          pic 9(4).

       01  ws-giorni-mese-tab.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01  filler redefines ws-giorni-mese-tab.
           05 ws-giorni-mese occurs 12 times pic 9(2).

       LINKAGE SECTION.
       77  link-contratto        pic 9(6).
       77  link-mesi             pic 9(2).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-contratto link-mesi link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              if link-contratto not = 0
                 move link-contratto to ctp-codice
                 read contrpass no lock
                      invalid initialize rec-contrpass
                              move link-contratto to ctp-codice
                 end-read
                 perform ELABORA-CONTRATTO
              else
                 move low-value to ctp-codice
                 start contrpass key >= ctp-codice
                       invalid continue
                 end-start
                 perform until 1 = 2
                    read contrpass next no lock
                         at end exit perform
                    end-read
                    perform ELABORA-CONTRATTO
                 end-perform
              end-if
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
           accept ws-data-corrente from century-date.
           move ws-data-corrente to ws-primo-del-mese.
           move "01"             to ws-primo-del-mese(7:2).
           move ws-data-corrente(1:4) to ws-scad-anno.
           move ws-data-corrente(5:2) to ws-scad-mese.
           compute ws-num-mese-oggi = ws-scad-anno * 12 +
                                      ws-scad-mese - 1.
           if link-mesi = 0
              compute ws-num-mese-orizz =
                      ws-num-mese-oggi + 78-mesi-standard - 1
           else
              compute ws-num-mese-orizz =
                      ws-num-mese-oggi + link-mesi - 1
           end-if.

      ***---
       OPEN-FILES.
           open input contrpass.
           if status-contrpass = "35"
              open output contrpass
              close       contrpass
              open input  contrpass
           end-if.
           open i-o scadprev.
           if status-scadprev = "35"
              open output scadprev
              close       scadprev
              open i-o    scadprev
           end-if.

      ***---
      * UN CONTRATTO NON PIU' IN ARCHIVIO (CTP-STATO A SPAZI DOPO
      * L'INITIALIZE) O CESSATO PERDE SOLO LE PREVISTE FUTURE.
       ELABORA-CONTRATTO.
           perform TOGLI-PREVISTE-FUTURE.
           if ctp-attivo and ctp-periodicita not = 0 and
              ctp-data-inizio not = 0
              perform GENERA-PREVISTE
           end-if.

      ***---
       TOGLI-PREVISTE-FUTURE.
           move ctp-codice        to spr-contratto.
           move ws-primo-del-mese to spr-data-scadenza.
           start scadprev key >= spr-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read scadprev next at end exit perform end-read
              if spr-contratto not = ctp-codice
                 exit perform
              end-if
              if spr-prevista
                 delete scadprev record
                        invalid continue
                 end-delete
              end-if
           end-perform.

      ***---
       GENERA-PREVISTE.
           if ctp-data-fine not = 0
              move ctp-data-fine(1:4) to ws-scad-anno
              move ctp-data-fine(5:2) to ws-scad-mese
              compute ws-num-mese-fine = ws-scad-anno * 12 +
                                         ws-scad-mese - 1
           else
              move ws-num-mese-orizz to ws-num-mese-fine
           end-if.
           if ws-num-mese-fine > ws-num-mese-orizz
              move ws-num-mese-orizz to ws-num-mese-fine
           end-if.
           move ctp-data-inizio(1:4) to ws-scad-anno.
           move ctp-data-inizio(5:2) to ws-scad-mese.
           compute ws-num-mese = ws-scad-anno * 12 +
                                 ws-scad-mese - 1.
           perform until ws-num-mese > ws-num-mese-fine
              if ws-num-mese >= ws-num-mese-oggi
                 perform SCRIVI-PREVISTA
              end-if
              add ctp-periodicita to ws-num-mese
           end-perform.

      ***---
      * UN MESE CHE HA GIA' LA SUA FATTURA ABBINATA NON RICEVE UNA
      * NUOVA PREVISTA, ANCHE SE NEL FRATTEMPO E' CAMBIATO IL GIORNO.
       SCRIVI-PREVISTA.
           divide ws-num-mese by 12 giving ws-scad-anno
                                remainder ws-scad-mese.
           add 1 to ws-scad-mese.
           perform CERCA-ABBINATA-MESE.
           if abbinata-nel-mese
              exit paragraph
           end-if.
           move ws-giorni-mese(ws-scad-mese) to ws-scad-giorno.
           if ws-scad-mese = 2
              perform VERIFICA-BISESTILE
           end-if.
           if ctp-giorno < ws-scad-giorno
              move ctp-giorno to ws-scad-giorno
           end-if.
           initialize rec-scadprev.
           move ctp-codice     to spr-contratto.
           move ws-scad-anno   to spr-data-scadenza(1:4).
           move ws-scad-mese   to spr-data-scadenza(5:2).
           move ws-scad-giorno to spr-data-scadenza(7:2).
           move ctp-fornitore  to spr-fornitore.
           move ctp-importo    to spr-importo.
           move ctp-studio     to spr-studio.
           set  spr-prevista   to true.
           write rec-scadprev
                 invalid continue
           end-write.

      ***---
       CERCA-ABBINATA-MESE.
           set abbinata-nel-mese to false.
           move ctp-codice   to spr-contratto.
           move ws-scad-anno to spr-data-scadenza(1:4).
           move ws-scad-mese to spr-data-scadenza(5:2).
           move "01"         to spr-data-scadenza(7:2).
           start scadprev key >= spr-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read scadprev next no lock at end exit perform end-read
              if spr-contratto not = ctp-codice or
                 spr-data-scadenza(1:4) not = ws-scad-anno or
                 spr-data-scadenza(5:2) not = ws-scad-mese
                 exit perform
              end-if
              if spr-abbinata
                 set abbinata-nel-mese to true
                 exit perform
              end-if
           end-perform.

      ***---
       VERIFICA-BISESTILE.
           divide ws-scad-anno by 4
                  giving ws-bis-quoz remainder ws-bis-resto.
           if ws-bis-resto = 0
              move 29 to ws-scad-giorno
              divide ws-scad-anno by 100
                     giving ws-bis-quoz remainder ws-bis-resto
              if ws-bis-resto = 0
                 divide ws-scad-anno by 400
                        giving ws-bis-quoz remainder ws-bis-resto
                 if ws-bis-resto not = 0
                    move 28 to ws-scad-giorno
                 end-if
              end-if
           end-if.

      ***---
       CLOSE-FILES.
           close contrpass scadprev.
