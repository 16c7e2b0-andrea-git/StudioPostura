      * DISABILITATI RESTANO TRACCIATI COME SALTATI. SE UN PASSO
      * FALLISCE (PROGRAMMA NON TROVATO O ABORTITO) SI APPLICA LA
      * POLICY DELLA RIGA: PROSEGUIRE CON IL PROSSIMO O FERMARE LA
      * CATENA. UN PASSO CHE ARRIVA IN FONDO MA NON HA FATTO IL SUO
      * LAVORO (ES. ST-REPINVIO CON UN REPORT NON PRODOTTO) LO DICE
      * LASCIANDO "KO" NELLA VARIABILE D'AMBIENTE "ESITO-PASSO", E
      * CONTA COME FALLITO. LA STAMPA DI CONTROLLO DEL MATTINO E'
      * ST-MATTINO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       77  ws-programma          pic x(15).
       77  ws-parametro1         pic x(200).
       77  ws-parametro2         pic x(200).
       77  ws-esito-passo        pic x(2).
       77  ws-num-eseguiti       pic 9(2) value 0.
       77  ws-num-falliti        pic 9(2) value 0.
       77  ws-num-eseguiti-z     pic z9.
           move bjo-parametro1 to ws-parametro1.
           move bjo-parametro2 to ws-parametro2.
           accept ws-ora-inizio from time.
           set environment "ESITO-PASSO" to " ".
           call ws-programma using ws-parametro1 ws-parametro2
                on exception
                   set passo-fallito to true
           end-call.
           if not passo-fallito
              cancel ws-programma
              move spaces to ws-esito-passo
              accept ws-esito-passo from environment "ESITO-PASSO"
              if ws-esito-passo = "KO"
                 set passo-fallito to true
              end-if
           end-if.
           set environment "ESITO-PASSO" to " ".
           accept ws-ora-fine from time.
           perform CALCOLA-DURATA.
           if passo-fallito
