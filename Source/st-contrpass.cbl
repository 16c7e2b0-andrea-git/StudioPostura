       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-contrpass.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DEI CONTRATTI PASSIVI RICORRENTI (AFFITTI,
      * LEASING, CANONI, UTENZE). LE FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE: ASSEGNA IL CODICE PROGRESSIVO E LO
      *       RESTITUISCE IN LINK-CODICE
      *   "M" MODIFICA IL CONTRATTO DI LINK-CODICE (ANCHE PER
      *       CESSARLO: STATO "C")
      *   "L" LEGGE: RIEMPIE I CAMPI DI COLLEGAMENTO DAL RECORD
      *   "C" CANCELLA, MA SOLO SE NESSUNA FATTURA SI E' ANCORA
      *       ABBINATA ALLE SUE SCADENZE: UN CONTRATTO GIA' FATTURATO
      *       SI CESSA, NON SI CANCELLA
      * IL FORNITORE DEVE ESISTERE, LA PERIODICITA' E' IN MESI (1, 2,
      * 3, 4, 6 O 12), IL GIORNO DI SCADENZA VA DA 1 A 31; SEDE E
      * CATEGORIA DI COSTO, SE INDICATE, DEVONO ESISTERE. LA DATA DI
      * FINE SI CALCOLA DALLA DURATA (ULTIMO GIORNO DELL'ULTIMO MESE)
      * E SI RESTITUISCE IN LINK-DATA-FINE. DOPO OGNI VARIAZIONE LE
      * SCADENZE PREVISIONALI DEL CONTRATTO SI RIGENERANO SUBITO CON
      * ST-SCADPREVGEN. OGNI SCRITTURA FINISCE SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "contrpass.sl".
           copy "scadprev.sl".
           copy "fornitori.sl".
           copy "tfatacq.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "contrpass.fd".
           copy "scadprev.fd".
           copy "fornitori.fd".
           copy "tfatacq.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-contrpass      pic xx.
       77  status-scadprev       pic xx.
       77  status-fornitori      pic xx.
       77  status-tfatacq        pic xx.
       77  status-param          pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

       77  ws-ultimo-codice      pic 9(6) value 0.

      * CALCOLO DELLA DATA DI FINE DALLA DURATA IN MESI
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
       77  ws-num-mese           pic 9(6).
       77  ws-fine-anno          pic 9(4).
       77  ws-fine-mese          pic 9(2).
       77  ws-fine-giorno        pic 9(2).
       77  ws-bis-quoz           pic 9(4).
       77  ws-bis-resto          pic 9(4).

      * RIGENERAZIONE DELLE SCADENZE PREVISIONALI
       77  ws-gen-mesi           pic 9(2) value 0.
       77  ws-gen-esito          pic xx.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
           88 link-cancella      value "C".
       77  link-codice           pic 9(6).
       77  link-fornitore        pic x(6).
       77  link-descrizione      pic x(50).
       77  link-importo          pic s9(7)v99.
       77  link-periodicita      pic 9(2).
       77  link-giorno           pic 9(2).
       77  link-data-inizio      pic 9(8).
       77  link-durata-mesi      pic 9(3).
       77  link-studio           pic x(4).
       77  link-categoria-costo  pic x(3).
       77  link-stato            pic x(1).
       77  link-note             pic x(80).
       77  link-data-fine        pic 9(8).
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-fornitore link-descrizione
                                 link-importo link-periodicita
                                 link-giorno link-data-inizio
                                 link-durata-mesi link-studio
                                 link-categoria-costo link-stato
                                 link-note link-data-fine
                                 link-operatore link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-CONTRATTO
              when link-modifica  perform MODIFICA-CONTRATTO
              when link-leggi     perform LEGGI-CONTRATTO
              when link-cancella  perform CANCELLA-CONTRATTO
              when other          set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok and not link-leggi
              perform RIGENERA-PREVISIONI
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

      ***---
       OPEN-FILES.
           open i-o contrpass.
           if status-contrpass = "35"
              open output contrpass
              close       contrpass
              open i-o    contrpass
           end-if.
           open i-o scadprev.
           if status-scadprev = "35"
              open output scadprev
              close       scadprev
              open i-o    scadprev
           end-if.
           open input fornitori param.

      ***---
       CONTROLLA-CAMPI.
           move link-fornitore to for-codice.
           read fornitori no lock
                invalid set tutto-ok to false
                        exit paragraph
           end-read.
           if link-descrizione = spaces or
              link-importo <= 0         or
              link-data-inizio = 0      or
              link-giorno < 1           or
              link-giorno > 31
              set tutto-ok to false
              exit paragraph
           end-if.
           evaluate link-periodicita
           when 1 when 2 when 3 when 4 when 6 when 12
                continue
           when other
                set tutto-ok to false
                exit paragraph
           end-evaluate.
           if link-stato = spaces
              move "A" to link-stato
           end-if.
           if link-stato not = "A" and link-stato not = "C"
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-categoria-costo to fac-categoria-costo.
           if fac-categoria-costo not = spaces and
              not fac-categoria-valida
              set tutto-ok to false
              exit paragraph
           end-if.
           if link-studio not = spaces
              move link-studio to prm-studio
              read param no lock
                   invalid set tutto-ok to false
              end-read
           end-if.
           if tutto-ok
              perform CALCOLA-DATA-FINE
           end-if.

      ***---
      * ULTIMO GIORNO DEL MESE IN CUI CADE L'ULTIMA MENSILITA' DI
      * DURATA: DECORRENZA 15/03 PER 12 MESI FINISCE IL 28/02 (O 29).
       CALCOLA-DATA-FINE.
           if link-durata-mesi = 0
              move 0 to link-data-fine
              exit paragraph
           end-if.
           move link-data-inizio(1:4) to ws-fine-anno.
           move link-data-inizio(5:2) to ws-fine-mese.
           compute ws-num-mese = ws-fine-anno * 12 +
                                 ws-fine-mese - 1 +
                                 link-durata-mesi - 1.
           divide ws-num-mese by 12 giving ws-fine-anno
                                 remainder ws-fine-mese.
           add 1 to ws-fine-mese.
           move ws-giorni-mese(ws-fine-mese) to ws-fine-giorno.
           if ws-fine-mese = 2
              divide ws-fine-anno by 4
                     giving ws-bis-quoz remainder ws-bis-resto
              if ws-bis-resto = 0
                 move 29 to ws-fine-giorno
                 divide ws-fine-anno by 100
                        giving ws-bis-quoz remainder ws-bis-resto
                 if ws-bis-resto = 0
                    divide ws-fine-anno by 400
                           giving ws-bis-quoz remainder ws-bis-resto
                    if ws-bis-resto not = 0
                       move 28 to ws-fine-giorno
                    end-if
                 end-if
              end-if
           end-if.
           move ws-fine-anno   to link-data-fine(1:4).
           move ws-fine-mese   to link-data-fine(5:2).
           move ws-fine-giorno to link-data-fine(7:2).

      ***---
       INSERISCI-CONTRATTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-CODICE.
           initialize rec-contrpass.
           compute ctp-codice = ws-ultimo-codice + 1.
           perform TRAVASA-CAMPI.
           write rec-contrpass
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move ctp-codice to link-codice
              set aul-inserimento to true
              perform AUDIT-CONTRATTO
           end-if.

      ***---
       MODIFICA-CONTRATTO.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-codice to ctp-codice.
           read contrpass
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           perform TRAVASA-CAMPI.
           rewrite rec-contrpass
                   invalid set tutto-ok to false
               not invalid
                   set aul-modifica to true
                   perform AUDIT-CONTRATTO
           end-rewrite.

      ***---
       LEGGI-CONTRATTO.
           move link-codice to ctp-codice.
           read contrpass no lock
                invalid set tutto-ok to false
            not invalid
                move ctp-fornitore       to link-fornitore
                move ctp-descrizione     to link-descrizione
                move ctp-importo         to link-importo
                move ctp-periodicita     to link-periodicita
                move ctp-giorno          to link-giorno
                move ctp-data-inizio     to link-data-inizio
                move ctp-durata-mesi     to link-durata-mesi
                move ctp-studio          to link-studio
                move ctp-categoria-costo to link-categoria-costo
                move ctp-stato           to link-stato
                move ctp-note            to link-note
                move ctp-data-fine       to link-data-fine
           end-read.

      ***---
       CANCELLA-CONTRATTO.
           set trovato to false.
           move link-codice to spr-contratto.
           move 0           to spr-data-scadenza.
           start scadprev key >= spr-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read scadprev next no lock at end exit perform end-read
              if spr-contratto not = link-codice
                 exit perform
              end-if
              if spr-abbinata
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if trovato
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-codice to ctp-codice.
           read contrpass
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           delete contrpass record
                  invalid set tutto-ok to false
              not invalid
                  set aul-cancellazione to true
                  perform AUDIT-CONTRATTO
           end-delete.
           if not tutto-ok
              exit paragraph
           end-if.
      * VIA ANCHE LE PREVISTE GIA' PASSATE: SENZA CONTRATTO NON SONO
      * PIU' FATTURE ATTESE
           move link-codice to spr-contratto.
           move 0           to spr-data-scadenza.
           start scadprev key >= spr-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read scadprev next at end exit perform end-read
              if spr-contratto not = link-codice
                 exit perform
              end-if
              delete scadprev record
                     invalid continue
              end-delete
           end-perform.

      ***---
       TRAVASA-CAMPI.
           move link-fornitore       to ctp-fornitore.
           move link-descrizione     to ctp-descrizione.
           move link-importo         to ctp-importo.
           move link-periodicita     to ctp-periodicita.
           move link-giorno          to ctp-giorno.
           move link-data-inizio     to ctp-data-inizio.
           move link-durata-mesi     to ctp-durata-mesi.
           move link-data-fine       to ctp-data-fine.
           move link-studio          to ctp-studio.
           move link-categoria-costo to ctp-categoria-costo.
           move link-stato           to ctp-stato.
           move link-note            to ctp-note.

      ***---
       CERCA-ULTIMO-CODICE.
           move 0 to ws-ultimo-codice.
           move low-value to ctp-codice.
           start contrpass key >= ctp-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read contrpass next no lock at end exit perform end-read
              move ctp-codice to ws-ultimo-codice
           end-perform.

      ***---
      * A FILE CHIUSI: ST-SCADPREVGEN LI RIAPRE PER CONTO SUO.
       RIGENERA-PREVISIONI.
           move 0 to ws-gen-mesi.
           call   "st-scadprevgen" using link-codice ws-gen-mesi
                                         ws-gen-esito.
           cancel "st-scadprevgen".

      ***---
       AUDIT-CONTRATTO.
           move "ST-CONTRPASS"          to aul-programma.
           move "CONTRPASS"             to aul-file-dati.
           move ctp-codice              to aul-chiave-record.
           move "CTP-STATO"             to aul-campo.
           move spaces                  to aul-valore-precedente.
           move ctp-stato               to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

      ***---
       CLOSE-FILES.
           close contrpass scadprev fornitori param.
