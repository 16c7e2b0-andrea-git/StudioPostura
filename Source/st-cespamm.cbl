       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-cespamm.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CALCOLO ANNUALE DELLE QUOTE DI AMMORTAMENTO DEI CESPITI PER
      * L'ANNO LINK-ANNO. PER OGNI BENE ENTRATO IN FUNZIONE ENTRO
      * L'ANNO E NON USCITO DAL REGISTRO PRIMA DELL'ANNO SUCCESSIVO:
      *   - FONDO INIZIALE = SOMMA DELLE QUOTE DEGLI ANNI PRECEDENTI
      *     (AMMCESP), RESIDUO = COSTO MENO FONDO
      *   - QUOTA = COSTO X COEFFICIENTE / 100, RIDOTTA ALLA META'
      *     NELL'ANNO DI ENTRATA IN FUNZIONE, MAI OLTRE IL RESIDUO
      * UN BENE GIA' TUTTO AMMORTIZZATO NON RICEVE RIGHE. IL CALCOLO
      * SI PUO' RILANCIARE: LE RIGHE DELL'ANNO VENGONO RISCRITTE.
      * NELL'ANNO DI USCITA (VENDITA O DISMISSIONE) LA QUOTA NON
      * SPETTA (VEDI ST-CESPITI).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "cespiti.sl".
           copy "ammcesp.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "cespiti.fd".
           copy "ammcesp.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-cespiti        pic xx.
       77  status-ammcesp        pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-fondo              pic s9(9)v99.
       77  ws-residuo            pic s9(9)v99.
       77  ws-quota              pic s9(9)v99.

       77  ws-num-cespiti        pic 9(5) value 0.
       77  ws-tot-quote          pic s9(9)v99 value 0.
       77  ws-num-cespiti-z      pic zzzz9.
       77  ws-tot-quote-z        pic ---.---.--9,99.

       77  messaggio             pic x(150) value spaces.

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              perform ELABORAZIONE
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           move 0 to ws-num-cespiti ws-tot-quote.
           if link-anno = 0
              set tutto-ok to false
           end-if.

      ***---
       OPEN-FILES.
           open input cespiti.
           if status-cespiti = "35"
              open output cespiti
              close       cespiti
              open input  cespiti
           end-if.
           open i-o ammcesp.
           if status-ammcesp = "35"
              open output ammcesp
              close       ammcesp
              open i-o    ammcesp
           end-if.

      ***---
       ELABORAZIONE.
           move low-value to ces-codice.
           start cespiti key >= ces-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read cespiti next at end exit perform end-read
              perform CALCOLA-QUOTA-CESPITE
           end-perform.

      ***---
       CALCOLA-QUOTA-CESPITE.
           if ces-data-funzione(1:4) > link-anno
              exit paragraph
           end-if.
           if not ces-in-uso and ces-data-uscita(1:4) <= link-anno
              exit paragraph
           end-if.
           perform CALCOLA-FONDO-INIZIALE.
           compute ws-residuo = ces-costo - ws-fondo.
           move ces-codice to amc-cespite.
           move link-anno  to amc-anno.
           if ws-residuo <= 0
              delete ammcesp record
                     invalid continue
              end-delete
              exit paragraph
           end-if.
           if ces-data-funzione(1:4) = link-anno
              compute ws-quota rounded =
                      ces-costo * ces-coefficiente / 200
           else
              compute ws-quota rounded =
                      ces-costo * ces-coefficiente / 100
           end-if.
           if ws-quota > ws-residuo
              move ws-residuo to ws-quota
           end-if.
           read ammcesp
                invalid initialize rec-ammcesp
                        move ces-codice to amc-cespite
                        move link-anno  to amc-anno
           end-read.
           move ces-coefficiente to amc-coefficiente.
           if ces-data-funzione(1:4) = link-anno
              set amc-ridotta to true
           else
              move "N" to amc-primo-anno
           end-if.
           move ws-fondo         to amc-fondo-iniziale.
           move ws-quota         to amc-quota.
           compute amc-fondo-finale = ws-fondo + ws-quota.
           compute amc-residuo      = ces-costo - amc-fondo-finale.
           move ws-data-corrente to amc-data-calcolo.
           rewrite rec-ammcesp
                   invalid write rec-ammcesp
                                 invalid set tutto-ok to false
                           end-write
           end-rewrite.
           add 1        to ws-num-cespiti.
           add ws-quota to ws-tot-quote.

      ***---
       CALCOLA-FONDO-INIZIALE.
           move 0 to ws-fondo.
           move ces-codice to amc-cespite.
           move 0          to amc-anno.
           start ammcesp key >= amc-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read ammcesp next no lock at end exit perform end-read
              if amc-cespite not = ces-codice or
                 amc-anno   >= link-anno
                 exit perform
              end-if
              add amc-quota to ws-fondo
           end-perform.

      ***---
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
           move ws-num-cespiti to ws-num-cespiti-z.
           move ws-tot-quote   to ws-tot-quote-z.
           string "Cespiti ammortizzati: " delimited size
                  ws-num-cespiti-z         delimited size
                  X"0D0A"                  delimited size
                  "Totale quote dell'anno: " delimited size
                  ws-tot-quote-z           delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close cespiti ammcesp.
