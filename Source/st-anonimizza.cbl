      *   - ANAMNESI E MISURAZIONI (I DATI PIU' SENSIBILI DI TUTTI)
      *   - I CONSENSI REGISTRATI
      * L'OPERAZIONE RICHIEDE LINK-CONFERMA A "S" (LA VIDEATA LA
      * CHIEDE DUE VOLTE) E LA RICHIESTA CONFERMATA DA UN SECONDO
      * OPERATORE (VEDI ST-QUATTROCCHI), OPPURE A "R" QUANDO LA LANCIA
      * ST-RETENTION SU UNA PROPOSTA GIA' APPROVATA CON LA DOPPIA
      * AUTORIZZAZIONE (RET-CONFERMATO-DA). VIENE INTERAMENTE
      * TRACCIATA SU AUDITLOG, AREA PER AREA, CON I DUE OPERATORI
      * CHE L'HANNO AUTORIZZATA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "anamnesi.sl".
           copy "misurazioni.sl".
           copy "consensi.sl".
           copy "retenzione.sl".

      *****************************************************************
       DATA DIVISION.
           copy "anamnesi.fd".
           copy "misurazioni.fd".
           copy "consensi.fd".
           copy "retenzione.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".
           copy "doppiaut.lks".

       77  status-clienti        pic xx.
       77  status-fotocli        pic xx.
       77  status-anamnesi       pic xx.
       77  status-misurazioni    pic xx.
       77  status-consensi       pic xx.
       77  status-retenzione     pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  ws-num-consensi       pic 9(5) value 0.
       77  ws-area               pic x(20).
       77  ws-conteggio          pic 9(5).
       77  ws-operatori-audit    pic x(20).

       LINKAGE SECTION.
       77  link-cliente          pic x(6).
       77  link-conferma         pic x(1).
           88 link-confermato    value "S".
           88 link-da-ritenzione value "R".
       77  link-operatore        pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
      ***---
       INIT.
           set tutto-ok to true.
           move link-operatore to ws-operatori-audit.
           evaluate true
           when link-confermato
                perform VERIFICA-DOPPIA-AUTORIZZAZIONE
           when link-da-ritenzione
                perform VERIFICA-APPROVAZIONE-RITENZIONE
           when other
                set tutto-ok to false
           end-evaluate.

      ***---
       VERIFICA-DOPPIA-AUTORIZZAZIONE.
           initialize doppiaut-link.
           set  dal-esegui       to true.
           move "ST-ANONIMIZZA"  to dal-programma.
           move link-cliente     to dal-operazione.
           move link-operatore   to dal-richiedente.
           call "st-quattrocchi" using doppiaut-link.
           cancel "st-quattrocchi".
           if dal-esito-ok
              initialize ws-operatori-audit
              string dal-richiedente delimited space
                     "+"             delimited size
                     dal-confermante delimited space
                into ws-operatori-audit
              end-string
           else
              set tutto-ok to false
           end-if.

      ***---
      * IL GIRO DI RITENZIONE ANONIMIZZA SOLO LE PROPOSTE APPROVATE
      * E CONFERMATE DA UN SECONDO OPERATORE (VEDI ST-RETENTION).
       VERIFICA-APPROVAZIONE-RITENZIONE.
           open input retenzione.
           if status-retenzione not = "00"
              set tutto-ok to false
              exit paragraph
           end-if.
           move link-cliente to ret-cliente.
           read retenzione no lock
                invalid set tutto-ok to false
            not invalid
                if not ret-approvato or ret-confermato-da = spaces
                   set tutto-ok to false
                else
                   initialize ws-operatori-audit
                   string ret-approvato-da  delimited space
                          "+"               delimited size
                          ret-confermato-da delimited space
                     into ws-operatori-audit
                   end-string
                end-if
           end-read.
           close retenzione.

      ***---
       OPEN-FILES.
                                   cli-piva-cee cli-codfis
                                   cli-email cli-tel cli-cell
                                   cli-fax cli-luogo-n cli-prov-n
                                   cli-fotografia cli-provenienza
                                   cli-pec.
           move 0               to cli-data-n.
           rewrite rec-clienti
                   invalid set tutto-ok to false
           move "ANONIMIZZAZIONE"       to aul-campo.
           move ws-conteggio            to aul-valore-precedente.
           move "GDPR"                  to aul-valore-nuovo.
           move ws-operatori-audit      to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
