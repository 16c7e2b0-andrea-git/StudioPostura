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
      * CALCOLA-IVA-ARROTONDATA: SENZA QUESTO RIALLINEAMENTO IL
      * CONTROLLO IMPONIBILE + IVA = TOTALE BLOCCHEREBBE LA STAMPA
      * DEI DOCUMENTI CON IVA DOPO L'UTILIZZO DI UN BUONO.
      * IL CALCOLO E' PER ALIQUOTA SULLE RIGHE DEL DOCUMENTO (VEDI
      * ST-CASTIVA): LA RIGA DI STORNO SENZA CODICE IVA PROPRIO
      * RIDUCE LA BASE DEL CODICE DI TESTATA.
       77  ws-iva-arrotondata    pic s9(7)v99   value 0.
           copy "castiva.lks".

       LINKAGE SECTION.
       77  link-codice           pic x(10).
           if link-doc-corrisp
              open i-o tcorrisp rcorrisp
           end-if.
           open input clienti param.

      ***---
       LEGGI-VOUCHER.
              move tfa-importo-sub to tfa-importo-tot
           else
              move tfa-cliente     to cli-codice
              initialize castiva-link
              move "F"            to civ-tipo
              move tfa-anno        to civ-anno
              move tfa-numero      to civ-numero
              move tfa-iva         to civ-iva-testata
              perform CALCOLA-IVA-ARROTONDATA
              move ws-iva-arrotondata to tfa-importo-iva
              compute tfa-importo-tot =
              move tco-importo-sub to tco-importo-tot
           else
              move tco-cliente     to cli-codice
              initialize castiva-link
              move "C"            to civ-tipo
              move tco-anno        to civ-anno
              move tco-numero      to civ-numero
              move tco-iva         to civ-iva-testata
              perform CALCOLA-IVA-ARROTONDATA
              move ws-iva-arrotondata to tco-importo-iva
              compute tco-importo-tot =
      * STESSA REGOLA DI ST-DOCUM (CALCOLA-IVA-ARROTONDATA): SI LEGGE
      * IL PROFILO STUDIO DEL CLIENTE DEL DOCUMENTO (CON RICADUTA SUL
      * PROFILO PRINCIPALE) E SI APPLICA PRM-REGOLA-ARROTONDA-IVA
      * ALL'IVA DELLE RIGHE DEL DOCUMENTO, STORNO COMPRESO.
       CALCOLA-IVA-ARROTONDATA.
           read clienti no lock
                invalid initialize rec-clienti
                        invalid initialize rec-param
                   end-read
           end-read.
           set  civ-calcola              to true.
           move 0                        to civ-cassa.
           move prm-regola-arrotonda-iva to civ-regola-arrotonda.
           call   "st-castiva" using castiva-link.
           cancel "st-castiva".
           move civ-tot-imposta to ws-iva-arrotondata.

      ***---
       SCALA-RESIDUO-VOUCHER.

      ***---
       CLOSE-FILES.
           close voucher clienti param.
           if link-doc-fattura
              close tfatture rfatture
           end-if.
