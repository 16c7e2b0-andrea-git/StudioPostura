      * DATA E FIRMA. PRONTO DA FAR FIRMARE ALLA PRIMA VISITA; LA
      * SCANSIONE FIRMATA SI AGGANCIA POI AL CONSENSO CON
      * ST-CONSENSI (FUNZIONE "P").
      * SE IN MODLETT C'E' UN MODELLO "CONS" + TIPO DI CONSENSO, IL
      * SUO TESTO (CON I CAMPI DI UNIONE DI ST-MODLETT, PIU'
      * {CONSENSO} = TITOLO DEL CONSINFO) PRENDE IL POSTO DEL TESTO
      * DELL'INFORMATIVA DI CONSINFO, NELLA LINGUA DEL CLIENTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "modlett.lks".
       copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-tutori         pic xx.
                        invalid initialize rec-param
                   end-read
           end-read.
           perform UNISCI-MODELLO.

      ***---
       UNISCI-MODELLO.
           initialize modlett-link.
           set  mll-unisci    to true.
           initialize mll-tipo.
           string "CONS"      delimited size
                  link-tipo   delimited size
             into mll-tipo
           end-string.
           move link-cliente  to mll-cliente.
           move 1             to mll-num-campi.
           move "CONSENSO"    to mll-campo-nome(1).
           move cin-titolo    to mll-campo-valore(1).
           call "st-modlett" using modlett-link.
           cancel "st-modlett".

      ***---
       STAMPA.
           end-if.
           add 0,3 to save-riga.

      * TESTO DELL'INFORMATIVA: DAL MODELLO, SE C'E'
           if mll-esito-ok
              perform varying ws-testo-idx from 1 by 1
                        until ws-testo-idx > mll-num-righe
                 move 1,0 to spl-colonna
                 move mll-riga(ws-testo-idx) to spl-riga-stampa
                 perform SCRIVI
              end-perform
           end-if.
      * TESTO DELL'INFORMATIVA CONFIGURATO PER QUESTO TIPO
           perform varying ws-testo-idx from 1 by 1
                     until ws-testo-idx > 15 or mll-esito-ok
              if cin-testo(ws-testo-idx) not = spaces
                 move 1,0 to spl-colonna
                 move cin-testo(ws-testo-idx) to spl-riga-stampa

           display message messaggio.

           initialize errlog-link.
           move "ST-CONSENSTAMPA"  to ell-programma.
           move "CARICA-FONT"     to ell-paragrafo.
           set ell-errore-font    to true.
           string "Font "         delimited size
                  wfont-name      delimited low-value
                  " dimensione "  delimited size
                  font-size-dply  delimited size
                  " non installato" delimited size
             into ell-messaggio.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       CLOSE-FILES.
           close clienti tutori consinfo param.
