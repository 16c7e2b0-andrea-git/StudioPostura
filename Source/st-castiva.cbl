       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-castiva.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CASTELLETTO IVA DI UN DOCUMENTO: RILEGGE LE RIGHE (RFATTURE,
      * RCORRISP O RNOTACR SECONDO IL TIPO) E LE RAGGRUPPA PER CODICE
      * IVA DI RIGA, CHE A SPAZI VALE IL CODICE DI TESTATA; PER OGNI
      * CODICE RESTITUISCE ALIQUOTA, NATURA E RIFERIMENTO NORMATIVO
      * (DA CODIVA), IMPONIBILE E IMPOSTA. LA CASSA PREVIDENZIALE VA
      * NELLA BASE DEL CODICE DI TESTATA. UN DOCUMENTO A CODICE
      * UNICO PRODUCE UNA SOLA ALIQUOTA CON GLI STESSI IMPORTI DI
      * PRIMA. VEDI CASTIVA.LKS PER LE DUE FUNZIONI (CALCOLO CON LA
      * REGOLA DI ARROTONDAMENTO / RIPARTIZIONE DELL'IVA REGISTRATA).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "rfatture.sl".
           copy "rcorrisp.sl".
           copy "rnotacr.sl".
           copy "codiva.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "rfatture.fd".
           copy "rcorrisp.fd".
           copy "rnotacr.fd".
           copy "codiva.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-rfatture       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-rnotacr        pic xx.
       77  status-codiva         pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.

      * RIGA IN ACCUMULO
       77  ws-riga-codice        pic x(3).
       77  ws-riga-importo       pic s9(9)v99.
       77  idx                   pic 99.
       77  ws-idx-max            pic 99.

      * ARROTONDAMENTO DELL'IMPOSTA: STESSA REGOLA DI ST-DOCUM
       77  ws-iva-precisa        pic s9(9)v9999 value 0.
       77  ws-iva-confronto      pic s9(9)v9999 value 0.
       77  ws-iva-arrotondata    pic s9(7)v99   value 0.
       77  ws-differenza         pic s9(7)v99   value 0.

       LINKAGE SECTION.
           copy "castiva.lks".

      ******************************************************************
       PROCEDURE DIVISION using castiva-link.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              evaluate true
              when civ-fattura perform ACCUMULA-FATTURA
              when civ-corrisp perform ACCUMULA-CORRISP
              when civ-notacr  perform ACCUMULA-NOTACR
              when other       set tutto-ok to false
              end-evaluate
           end-if.
           if tutto-ok
              if civ-cassa not = 0
                 move civ-iva-testata to ws-riga-codice
                 move civ-cassa       to ws-riga-importo
                 perform ACCUMULA-RIGA
              end-if
              perform CALCOLA-IMPOSTE
              if civ-ripartisci
                 perform QUADRA-CON-TESTATA
              end-if
              perform CALCOLA-TOTALI
           end-if.
           perform CLOSE-FILES.
           if tutto-ok
              set civ-ok to true
           else
              set civ-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           move 0 to civ-num-aliq civ-tot-imponibile civ-tot-esente
                     civ-tot-imposta.
           perform varying idx from 1 by 1 until idx > 10
              initialize civ-aliq(idx)
           end-perform.

      ***---
       OPEN-FILES.
           open input rfatture rcorrisp rnotacr codiva.

      ***---
       ACCUMULA-FATTURA.
           move low-value  to rfa-rec.
           move civ-anno   to rfa-anno.
           move civ-numero to rfa-numero.
           start rfatture key >= rfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rfatture next at end exit perform end-read
              if rfa-anno   not = civ-anno or
                 rfa-numero not = civ-numero
                 exit perform
              end-if
              move rfa-codiva to ws-riga-codice
              if rfa-qta = 0
                 move rfa-prz to ws-riga-importo
              else
                 compute ws-riga-importo = rfa-prz * rfa-qta
              end-if
              perform ACCUMULA-RIGA
           end-perform.

      ***---
       ACCUMULA-CORRISP.
           move low-value  to rco-rec.
           move civ-anno   to rco-anno.
           move civ-numero to rco-numero.
           start rcorrisp key >= rco-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rcorrisp next at end exit perform end-read
              if rco-anno   not = civ-anno or
                 rco-numero not = civ-numero
                 exit perform
              end-if
              move rco-codiva to ws-riga-codice
              if rco-qta = 0
                 move rco-prz to ws-riga-importo
              else
                 compute ws-riga-importo = rco-prz * rco-qta
              end-if
              perform ACCUMULA-RIGA
           end-perform.

      ***---
       ACCUMULA-NOTACR.
           move low-value  to rno-rec.
           move civ-anno   to rno-anno.
           move civ-numero to rno-numero.
           start rnotacr key >= rno-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read rnotacr next at end exit perform end-read
              if rno-anno   not = civ-anno or
                 rno-numero not = civ-numero
                 exit perform
              end-if
              move rno-codiva to ws-riga-codice
              if rno-qta = 0
                 move rno-prz to ws-riga-importo
              else
                 compute ws-riga-importo = rno-prz * rno-qta
              end-if
              perform ACCUMULA-RIGA
           end-perform.

      ***---
      * LE ALIQUOTE RESTANO NELL'ORDINE IN CUI COMPAIONO SUL
      * DOCUMENTO. UN CODICE OLTRE IL DECIMO (MAI VISTO IN PRATICA)
      * CONFLUISCE NEL CODICE DI TESTATA.
       ACCUMULA-RIGA.
           if ws-riga-codice = spaces
              move civ-iva-testata to ws-riga-codice
           end-if.
           perform CERCA-ALIQUOTA.
           if idx > civ-num-aliq and civ-num-aliq = 10
              move civ-iva-testata to ws-riga-codice
              perform CERCA-ALIQUOTA
           end-if.
           if idx > civ-num-aliq
              if civ-num-aliq = 10
                 move 1 to idx
              else
                 add 1 to civ-num-aliq
                 move civ-num-aliq to idx
                 perform NUOVA-ALIQUOTA
              end-if
           end-if.
           add ws-riga-importo to civ-imponibile(idx).

      ***---
       CERCA-ALIQUOTA.
           perform varying idx from 1 by 1 until idx > civ-num-aliq
              if civ-codice(idx) = ws-riga-codice
                 exit perform
              end-if
           end-perform.

      ***---
       NUOVA-ALIQUOTA.
           move ws-riga-codice to civ-codice(idx) iva-codice.
           read codiva no lock
                invalid initialize rec-codiva
           end-read.
           move iva-aliquota              to civ-aliquota(idx).
           move iva-natura                to civ-natura(idx).
           move iva-descrizione           to civ-descrizione(idx).
           move iva-riferimento-normativo to civ-rif-normativo(idx).
           move 0 to civ-imponibile(idx) civ-imposta(idx).

      ***---
       CALCOLA-IMPOSTE.
           perform varying idx from 1 by 1 until idx > civ-num-aliq
              compute ws-iva-precisa =
                      civ-imponibile(idx) * civ-aliquota(idx) / 100
              if civ-ripartisci
                 compute ws-iva-arrotondata rounded =
                         civ-imponibile(idx) * civ-aliquota(idx) / 100
              else
                 evaluate civ-regola-arrotonda
                 when "G"
                      move ws-iva-precisa to ws-iva-arrotondata
                 when "S"
                      move ws-iva-precisa to ws-iva-arrotondata
                      move ws-iva-arrotondata to ws-iva-confronto
                      if ws-iva-confronto not = ws-iva-precisa
                         add 0,01 to ws-iva-arrotondata
                      end-if
                 when other
                      compute ws-iva-arrotondata rounded =
                           civ-imponibile(idx) * civ-aliquota(idx) / 100
                 end-evaluate
              end-if
              move ws-iva-arrotondata to civ-imposta(idx)
           end-perform.

      ***---
      * L'IVA REGISTRATA IN TESTATA RESTA IL DATO FISCALE: LA
      * DIFFERENZA DI CENTESIMI RISPETTO AL RICALCOLO VA SULL'ALIQUOTA
      * NON NULLA CON L'IMPONIBILE MAGGIORE.
       QUADRA-CON-TESTATA.
           move civ-iva-documento to ws-differenza.
           move 0 to ws-idx-max.
           perform varying idx from 1 by 1 until idx > civ-num-aliq
              subtract civ-imposta(idx) from ws-differenza
              if civ-aliquota(idx) not = 0
                 if ws-idx-max = 0
                    move idx to ws-idx-max
                 else
                    if civ-imponibile(idx) >
                       civ-imponibile(ws-idx-max)
                       move idx to ws-idx-max
                    end-if
                 end-if
              end-if
           end-perform.
           if ws-differenza not = 0 and ws-idx-max not = 0
              add ws-differenza to civ-imposta(ws-idx-max)
           end-if.

      ***---
       CALCOLA-TOTALI.
           perform varying idx from 1 by 1 until idx > civ-num-aliq
              if civ-aliquota(idx) = 0
                 add civ-imponibile(idx) to civ-tot-esente
              else
                 add civ-imponibile(idx) to civ-tot-imponibile
              end-if
              add civ-imposta(idx) to civ-tot-imposta
           end-perform.

      ***---
       CLOSE-FILES.
           close rfatture rcorrisp rnotacr codiva.
