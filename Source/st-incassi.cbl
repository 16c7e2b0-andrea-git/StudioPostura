      * TOTALE DIVENTA TFA-PAGATA E TFA-DATA-PAGAMENTO RICEVE LA DATA
      * DELL'ULTIMO INCASSO. PRIMA DI QUESTO PROGRAMMA IL FLAG VENIVA
      * GIRATO A MANO E IL DETTAGLIO DI CHI HA PAGATO COSA ANDAVA
      * PERSO (VEDI IL COMMENTO DI TESTA DI ST-SCADUTI). SULLE
      * FATTURE IN SCISSIONE DEI PAGAMENTI (TFA-SPLIT) IL TOTALE DA
      * INCASSARE E' AL NETTO DELL'IVA, CHE LA VERSA IL CLIENTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       77  ws-ultimo-progressivo pic 9(4) value 0.
       77  ws-totale-incassato   pic s9(9)v99 value 0.
       77  ws-data-ultimo        pic 9(8) value 0.
       77  ws-da-incassare       pic s9(9)v99 value 0.
       77  ws-stato-precedente   pic x.

      * CONTROLLO DELLE ANNUALITA' CHIUSE (VEDI ST-ANNOCHIUSO): DA
           end-read.
           if tutto-ok
              move tfa-stato-pagamento to ws-stato-precedente
              move tfa-importo-tot     to ws-da-incassare
              if tfa-split
                 subtract tfa-importo-iva from ws-da-incassare
              end-if
           end-if.

      ***---

      ***---
       CONTROLLA-IMPORTO.
           if ws-totale-incassato + link-importo > ws-da-incassare
              set tutto-ok to false
           end-if.

      * REGISTRATI, MAI DA UN FLAG GIRATO A MANO: COSI' LA QUADRATURA
      * DI FINE MESE TORNA CON IL REGISTRO E NON CON LA MEMORIA.
           evaluate true
           when ws-totale-incassato >= ws-da-incassare
                set  tfa-pagata        to true
                move ws-data-ultimo    to tfa-data-pagamento
           when ws-totale-incassato > 0
