       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-cespiti.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DEL REGISTRO DEI BENI STRUMENTALI (CESPITI). LE
      * FUNZIONI (LINK-FUNZIONE):
      *   "I" INSERISCE: ASSEGNA IL CODICE PROGRESSIVO E LO
      *       RESTITUISCE IN LINK-CODICE. SE E' INDICATA LA FATTURA DI
      *       ACQUISTO (ANNO E PROTOCOLLO TFATACQ) DEVE ESISTERE: IL
      *       FORNITORE E LA DATA DI ACQUISTO VENGONO DA LI', E IL
      *       COSTO A ZERO VALE L'IMPONIBILE DELLA FATTURA
      *   "M" MODIFICA IL CESPITE DI LINK-CODICE (ANCORA IN USO)
      *   "L" LEGGE: RIEMPIE I CAMPI DI COLLEGAMENTO DAL RECORD
      *   "C" CANCELLA, MA SOLO SE NON HA ANCORA QUOTE DI AMMORTAMENTO
      *       (AMMCESP): UN BENE GIA' AMMORTIZZATO ESCE DAL REGISTRO
      *       SOLO CON LA FUNZIONE "U"
      *   "U" USCITA DAL REGISTRO ALLA DATA LINK-DATA-USCITA: VENDITA
      *       SE C'E' UN PREZZO, ALTRIMENTI DISMISSIONE. NELL'ANNO DI
      *       USCITA NON SI CALCOLA LA QUOTA (EVENTUALI QUOTE GIA'
      *       CALCOLATE PER QUELL'ANNO O SEGUENTI SI TOLGONO): IL
      *       FONDO E' LA SOMMA DELLE QUOTE DEGLI ANNI PRECEDENTI, IL
      *       RESIDUO E' COSTO MENO FONDO E LA PLUSVALENZA (O, SE
      *       NEGATIVA, LA MINUSVALENZA) E' PREZZO MENO RESIDUO
      * LA STANZA, SE INDICATA, DEVE ESISTERE IN STANZE E LO STUDIO
      * A SPAZI SI PRENDE DALLA STANZA. OGNI SCRITTURA FINISCE SU
      * AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "cespiti.sl".
           copy "ammcesp.sl".
           copy "tfatacq.sl".
           copy "stanze.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "cespiti.fd".
           copy "ammcesp.fd".
           copy "tfatacq.fd".
           copy "stanze.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-cespiti        pic xx.
       77  status-ammcesp        pic xx.
       77  status-tfatacq        pic xx.
       77  status-stanze         pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 trovato            value 1 false 0.

       77  ws-ultimo-codice      pic 9(6) value 0.
       77  ws-anno-uscita        pic 9(4).
       77  ws-fondo              pic s9(9)v99.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-inserisci     value "I".
           88 link-modifica      value "M".
           88 link-leggi         value "L".
           88 link-cancella      value "C".
           88 link-uscita        value "U".
       77  link-codice           pic 9(6).
       77  link-descrizione      pic x(50).
       77  link-fac-anno         pic 9(4).
       77  link-fac-protocollo   pic 9(6).
       77  link-categoria        pic x(30).
       77  link-coefficiente     pic 9(2)v99.
       77  link-costo            pic s9(9)v99.
       77  link-data-acquisto    pic 9(8).
       77  link-data-funzione    pic 9(8).
       77  link-studio           pic x(4).
       77  link-stanza           pic x(4).
       77  link-note             pic x(80).
       77  link-data-uscita      pic 9(8).
       77  link-prezzo-vendita   pic s9(9)v99.
       77  link-plusminus        pic s9(9)v99.
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice
                                 link-descrizione link-fac-anno
                                 link-fac-protocollo link-categoria
                                 link-coefficiente link-costo
                                 link-data-acquisto link-data-funzione
                                 link-studio link-stanza link-note
                                 link-data-uscita link-prezzo-vendita
                                 link-plusminus link-operatore
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when link-inserisci perform INSERISCI-CESPITE
              when link-modifica  perform MODIFICA-CESPITE
              when link-leggi     perform LEGGI-CESPITE
              when link-cancella  perform CANCELLA-CESPITE
              when link-uscita    perform REGISTRA-USCITA
              when other          set tutto-ok to false
              end-evaluate
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

      ***---
       OPEN-FILES.
           open i-o cespiti.
           if status-cespiti = "35"
              open output cespiti
              close       cespiti
              open i-o    cespiti
           end-if.
           open i-o ammcesp.
           if status-ammcesp = "35"
              open output ammcesp
              close       ammcesp
              open i-o    ammcesp
           end-if.
           open input tfatacq stanze.

      ***---
       CONTROLLA-CAMPI.
      * DESCRIZIONE, CATEGORIA, COEFFICIENTE, COSTO E DATA DI ENTRATA
      * IN FUNZIONE SONO OBBLIGATORI; LA FATTURA E LA STANZA, SE
      * INDICATE, DEVONO ESISTERE.
           if link-fac-anno not = 0 or link-fac-protocollo not = 0
              move link-fac-anno       to fac-anno
              move link-fac-protocollo to fac-protocollo
              read tfatacq no lock
                   invalid set tutto-ok to false
                           exit paragraph
              end-read
              if link-costo = 0
                 move fac-importo-sub to link-costo
              end-if
              if link-data-acquisto = 0
                 move fac-data-doc    to link-data-acquisto
              end-if
           else
              initialize rec-tfatacq
           end-if.
           if link-stanza not = spaces
              move link-stanza to sta-codice
              read stanze no lock
                   invalid set tutto-ok to false
                           exit paragraph
              end-read
              if link-studio = spaces
                 move sta-studio to link-studio
              end-if
           end-if.
           if link-descrizione = spaces or
              link-categoria   = spaces or
              link-coefficiente = 0     or
              link-coefficiente > 100   or
              link-costo <= 0           or
              link-data-funzione = 0
              set tutto-ok to false
           end-if.

      ***---
       INSERISCI-CESPITE.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           perform CERCA-ULTIMO-CODICE.
           initialize rec-cespiti.
           compute ces-codice = ws-ultimo-codice + 1.
           perform TRAVASA-CAMPI.
           set ces-in-uso to true.
           write rec-cespiti
                 invalid set tutto-ok to false
           end-write.
           if tutto-ok
              move ces-codice to link-codice
              set aul-inserimento to true
              perform AUDIT-CESPITE
           end-if.

      ***---
       MODIFICA-CESPITE.
           perform CONTROLLA-CAMPI.
           if not tutto-ok
              exit paragraph
           end-if.
           move link-codice to ces-codice.
           read cespiti
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if not ces-in-uso
              set tutto-ok to false
              exit paragraph
           end-if.
           perform TRAVASA-CAMPI.
           rewrite rec-cespiti
                   invalid set tutto-ok to false
               not invalid
                   set aul-modifica to true
                   perform AUDIT-CESPITE
           end-rewrite.

      ***---
       LEGGI-CESPITE.
           move link-codice to ces-codice.
           read cespiti no lock
                invalid set tutto-ok to false
            not invalid
                move ces-descrizione    to link-descrizione
                move ces-fac-anno       to link-fac-anno
                move ces-fac-protocollo to link-fac-protocollo
                move ces-categoria      to link-categoria
                move ces-coefficiente   to link-coefficiente
                move ces-costo          to link-costo
                move ces-data-acquisto  to link-data-acquisto
                move ces-data-funzione  to link-data-funzione
                move ces-studio         to link-studio
                move ces-stanza         to link-stanza
                move ces-note           to link-note
                move ces-data-uscita    to link-data-uscita
                move ces-prezzo-vendita to link-prezzo-vendita
                move ces-plusminus      to link-plusminus
           end-read.

      ***---
       CANCELLA-CESPITE.
           set trovato to false.
           move link-codice to amc-cespite.
           move 0           to amc-anno.
           start ammcesp key >= amc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read ammcesp next no lock at end exit perform end-read
              if amc-cespite = link-codice
                 set trovato to true
              end-if
              exit perform
           end-perform.
           if trovato
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-codice to ces-codice.
           read cespiti
                invalid set tutto-ok to false
            not invalid
                delete cespiti record
                       invalid set tutto-ok to false
                   not invalid
                       set aul-cancellazione to true
                       perform AUDIT-CESPITE
                end-delete
           end-read.

      ***---
       REGISTRA-USCITA.
           move link-codice to ces-codice.
           read cespiti
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if not ces-in-uso or
              link-data-uscita = 0 or
              link-data-uscita < ces-data-funzione or
              link-prezzo-vendita < 0
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-data-uscita(1:4) to ws-anno-uscita.
           perform CALCOLA-FONDO-USCITA.
           move link-data-uscita    to ces-data-uscita.
           move link-prezzo-vendita to ces-prezzo-vendita.
           move ws-fondo            to ces-fondo-uscita.
           compute ces-residuo-uscita = ces-costo - ws-fondo.
           compute ces-plusminus =
                   ces-prezzo-vendita - ces-residuo-uscita.
           if ces-prezzo-vendita > 0
              set ces-venduto  to true
           else
              set ces-dismesso to true
           end-if.
           rewrite rec-cespiti
                   invalid set tutto-ok to false
               not invalid
                   move ces-plusminus to link-plusminus
                   set aul-modifica to true
                   perform AUDIT-CESPITE
           end-rewrite.

      ***---
       CALCOLA-FONDO-USCITA.
      * LE QUOTE DALL'ANNO DI USCITA IN POI NON SPETTANO: SI TOLGONO.
           move 0 to ws-fondo.
           move ces-codice to amc-cespite.
           move 0          to amc-anno.
           start ammcesp key >= amc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read ammcesp next at end exit perform end-read
              if amc-cespite not = ces-codice
                 exit perform
              end-if
              if amc-anno < ws-anno-uscita
                 add amc-quota to ws-fondo
              else
                 delete ammcesp record
                        invalid continue
                 end-delete
              end-if
           end-perform.

      ***---
       TRAVASA-CAMPI.
           move link-descrizione    to ces-descrizione.
           move link-fac-anno       to ces-fac-anno.
           move link-fac-protocollo to ces-fac-protocollo.
           move fac-fornitore       to ces-fornitore.
           move link-categoria      to ces-categoria.
           move link-coefficiente   to ces-coefficiente.
           move link-costo          to ces-costo.
           move link-data-acquisto  to ces-data-acquisto.
           move link-data-funzione  to ces-data-funzione.
           move link-studio         to ces-studio.
           move link-stanza         to ces-stanza.
           move link-note           to ces-note.

      ***---
       CERCA-ULTIMO-CODICE.
           move 0 to ws-ultimo-codice.
           move low-value to ces-codice.
           start cespiti key >= ces-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read cespiti next no lock at end exit perform end-read
              move ces-codice to ws-ultimo-codice
           end-perform.

      ***---
       AUDIT-CESPITE.
           move "ST-CESPITI"            to aul-programma.
           move "CESPITI"               to aul-file-dati.
           move ces-codice              to aul-chiave-record.
           move "CES-STATO"             to aul-campo.
           move spaces                  to aul-valore-precedente.
           move ces-stato               to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

      ***---
       CLOSE-FILES.
           close cespiti ammcesp tfatacq stanze.
