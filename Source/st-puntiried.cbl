           copy "tcorrisp.sl".
           copy "rcorrisp.sl".
           copy "clienti.sl".
           copy "param.sl".

      *****************************************************************
           copy "tcorrisp.fd".
           copy "rcorrisp.fd".
           copy "clienti.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
       77  status-tcorrisp       pic xx.
       77  status-rcorrisp       pic xx.
       77  status-clienti        pic xx.
       77  status-param          pic xx.

       77  filler                pic 9.

      * IVA RICALCOLATA SUL NUOVO IMPONIBILE (REGOLA PARAM, COME
      * ST-DOCUM E ST-VOUCHERUSA)
      * IL CALCOLO E' PER ALIQUOTA SULLE RIGHE DEL DOCUMENTO (VEDI
      * ST-CASTIVA): LA RIGA DI STORNO SENZA CODICE IVA PROPRIO
      * RIDUCE LA BASE DEL CODICE DI TESTATA.
       77  ws-iva-arrotondata    pic s9(7)v99   value 0.
           copy "castiva.lks".

       LINKAGE SECTION.
       77  link-cliente          pic x(6).

      ***---
       OPEN-FILES.
           open input clienti param.
           if link-doc-fattura
              open i-o tfatture rfatture
           end-if.
           if tfa-importo-iva = 0
              move tfa-importo-sub to tfa-importo-tot
           else
              initialize castiva-link
              move "F"            to civ-tipo
              move tfa-anno        to civ-anno
              move tfa-numero      to civ-numero
              move tfa-iva         to civ-iva-testata
              perform CALCOLA-IVA-ARROTONDATA
              move ws-iva-arrotondata to tfa-importo-iva
              compute tfa-importo-tot =
           if tco-importo-iva = 0
              move tco-importo-sub to tco-importo-tot
           else
              initialize castiva-link
              move "C"            to civ-tipo
              move tco-anno        to civ-anno
              move tco-numero      to civ-numero
              move tco-iva         to civ-iva-testata
              perform CALCOLA-IVA-ARROTONDATA
              move ws-iva-arrotondata to tco-importo-iva
              compute tco-importo-tot =
       CALCOLA-IVA-ARROTONDATA.
      * STESSA REGOLA DI ST-DOCUM: PRM-REGOLA-ARROTONDA-IVA DEL
      * PROFILO GIA' LETTO IN CONTROLLA-SALDO, APPLICATA ALL'IVA SUL
      * NUOVO IMPONIBILE DELLE RIGHE DEL DOCUMENTO, STORNO COMPRESO.
           set  civ-calcola              to true.
           move 0                        to civ-cassa.
           move prm-regola-arrotonda-iva to civ-regola-arrotonda.
           call   "st-castiva" using castiva-link.
           cancel "st-castiva".
           move civ-tot-imposta to ws-iva-arrotondata.

      ***---
       RISCATTA-PUNTI.

      ***---
       CLOSE-FILES.
           close clienti param.
           if link-doc-fattura
              close tfatture rfatture
           end-if.
