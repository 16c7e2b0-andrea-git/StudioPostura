      * (LINK-FUNZIONE):
      *   "S" SALVA IL PIANO DELLA SCHEDA (LE RIGHE PASSATE
      *       SOSTITUISCONO QUELLE PRECEDENTI), CON TRACCIA SU
      *       AUDITLOG. UN ARTICOLO CONTROINDICATO AL CLIENTE DELLA
      *       SCHEDA (VEDI ST-CONTROCHECK) FA RIFIUTARE TUTTO IL
      *       PIANO (ESITO "CI"), SALVO FORZATURA DI UN SUPERVISORE
      *       (LINK-SUPER-CODICE/PASSWORD, VEDI ST-OPEAUTH)
      *   "L" LEGGE IL PIANO NELLA TABELLA DI LINKAGE
      *   "D" CONFRONTO PREVISTO/EFFETTUATO: PER OGNI RIGA DEL PIANO
      *       CONTA LE SEDUTE GIA' REGISTRATE IN RSCHEDE PER
       77  ws-settimane          pic 9(4).
       77  ws-attese             pic 9(4).

      * CONTROINDICAZIONI DEL CLIENTE AGLI ARTICOLI DEL PIANO; LE
      * CREDENZIALI DEL SUPERVISORE SI VERIFICANO UNA VOLTA SOLA.
       77  ws-cti-codice         pic x(4).
       77  ws-cti-descrizione    pic x(50).
       77  ws-cti-esito          pic xx.
       77  ws-auth-esito         pic xx.
       77  ws-auth-super         pic x(1).
       77  filler                pic 9.
           88 controindicato     value 1 false 0.
       77  filler                pic 9.
           88 supervisore-ok     value 1 false 0.
       77  filler                pic 9.
           88 supervisore-letto  value 1 false 0.

      * DIFFERENZA IN GIORNI (APPROSSIMAZIONE COMMERCIALE, COME
      * ST-SCADUTI)
       77  ws-conv-data          pic 9(8).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
      * "CI" = PIANO NON SALVATO PER UNA CONTROINDICAZIONE DEL
      * CLIENTE A UN ARTICOLO (VEDI ST-CONTROCHECK)
           88 link-esito-controind value "CI".
      * CREDENZIALI PER FORZARE LE CONTROINDICAZIONI (FUNZIONE "S")
       77  link-super-codice     pic x(10).
       77  link-super-password   pic x(10).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-scheda link-piano
                                 link-fuori-piano
                                 link-data-compilazione
                                 link-operatore link-esito
                                 link-super-codice
                                 link-super-password.

      ***---
       MAIN-PRG.
              end-evaluate
           end-if.
           perform CLOSE-FILES.
           evaluate true
           when controindicato set link-esito-controind to true
           when tutto-ok       set link-esito-ok        to true
           when other          set link-esito-ko        to true
           end-evaluate.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           set controindicato    to false.
           set supervisore-ok    to false.
           set supervisore-letto to false.
           move 0 to link-fuori-piano.
           accept ws-data-corrente from century-date.

              set tutto-ok to false
              exit paragraph
           end-if.
           perform varying ws-riga-idx from 1 by 1
                     until ws-riga-idx > link-num-righe
              perform CONTROLLA-CONTROINDICAZIONI
              if controindicato
                 set tutto-ok to false
                 exit paragraph
              end-if
           end-perform.
      * IL NUOVO PIANO SOSTITUISCE IL PRECEDENTE DELLA SCHEDA
           perform varying ws-riga-idx from 1 by 1
                     until ws-riga-idx > 5
              perform AUDIT-PIANO
           end-if.

      ***---
      * COME IN ST-APPINSER: UN ARTICOLO ESCLUSO DALL'ANAMNESI DEL
      * CLIENTE PASSA SOLO CON LE CREDENZIALI DI UN SUPERVISORE, E
      * OGNI FORZATURA FINISCE SU AUDITLOG.
       CONTROLLA-CONTROINDICAZIONI.
           if link-riga-articolo(ws-riga-idx) = spaces
              exit paragraph
           end-if.
           call "st-controcheck" using tsc-cliente
                                       link-riga-articolo(ws-riga-idx)
                                       ws-cti-codice
                                       ws-cti-descrizione
                                       ws-cti-esito.
           cancel "st-controcheck".
           if ws-cti-esito = "OK"
              exit paragraph
           end-if.
           if not supervisore-letto
              set supervisore-letto to true
              move "S" to ws-auth-super
              call "st-opeauth" using link-super-codice
                                      link-super-password
                                      ws-auth-super ws-auth-esito
              cancel "st-opeauth"
              if ws-auth-esito = "OK"
                 set supervisore-ok to true
              end-if
           end-if.
           if supervisore-ok
              perform AUDIT-FORZATURA-CONTROIND
           else
              set controindicato to true
           end-if.

      ***---
      * COME VALORE NUOVO IL CLIENTE E L'ARTICOLO.
       AUDIT-FORZATURA-CONTROIND.
           initialize auditlog-link.
           move "ST-PIANO"              to aul-programma.
           move "PIANO"                 to aul-file-dati.
           set  aul-inserimento         to true.
           move link-scheda             to aul-chiave-record.
           move "FORZATURA-CONTROIND"   to aul-campo.
           move ws-cti-codice           to aul-valore-precedente.
           move tsc-cliente             to aul-valore-nuovo.
           move link-riga-articolo(ws-riga-idx)
             to aul-valore-nuovo(8:6).
           move link-super-codice       to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       LEGGI-PIANO.
           initialize link-piano.
