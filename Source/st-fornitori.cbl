      *   "C" CANCELLA, MA SOLO SE NON CI SONO FATTURE DI ACQUISTO
      *       REGISTRATE SUL CODICE (TFATACQ, CHIAVE ALTERNATA)
      * PARTITA IVA, CODICE FISCALE E IBAN PASSANO DAI CONTROLLORI
      * STANDARD (ST-PIVACHK, ST-CODFISCHK, ST-IBANCHK); LA CATEGORIA
      * DI COSTO E LA SEDE ABITUALI, SE INDICATE, DEVONO ESSERE UNA
      * CATEGORIA DI TFATACQ E UNO STUDIO DI PARAM. OGNI SCRITTURA
      * FINISCE SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
           copy "fornitori.sl".
           copy "tfatacq.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "fornitori.fd".
           copy "tfatacq.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-fornitori      pic xx.
       77  status-tfatacq        pic xx.
       77  status-param          pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
       77  link-categoria-costo  pic x(3).
       77  link-studio           pic x(4).

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-codice link-ragsoc
                                 link-cap link-piva link-codfis
                                 link-email link-tel link-iban
                                 link-cod-pagamento link-note
                                 link-operatore link-esito
                                 link-categoria-costo link-studio.

      ***---
       MAIN-PRG.
              close       tfatacq
              open input  tfatacq
           end-if.
           open input param.

      ***---
       CONTROLLA-CAMPI.
              cancel "st-ibanchk"
              if ws-chk-esito not = "OK"
                 set tutto-ok to false
                 exit paragraph
              end-if
           end-if.
           if link-categoria-costo not = spaces
              move link-categoria-costo to fac-categoria-costo
              if not fac-categoria-valida
                 set tutto-ok to false
                 exit paragraph
              end-if
           end-if.
           if link-studio not = spaces
              move link-studio to prm-studio
              read param no lock
                   invalid set tutto-ok to false
              end-read
           end-if.

      ***---
       INSERISCI-FORNITORE.
                move for-iban          to link-iban
                move for-cod-pagamento to link-cod-pagamento
                move for-note          to link-note
                move for-categoria-costo to link-categoria-costo
                move for-studio        to link-studio
           end-read.

      ***---
           move link-iban          to for-iban.
           move link-cod-pagamento to for-cod-pagamento.
           move link-note          to for-note.
           move link-categoria-costo to for-categoria-costo.
           move link-studio        to for-studio.

      ***---
       CERCA-ULTIMO-CODICE.

      ***---
       CLOSE-FILES.
           close fornitori tfatacq param.
