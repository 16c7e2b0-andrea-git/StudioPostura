      * - CON LA PERCENTUALE DI RAGGIUNGIMENTO E LE COLONNE
      * PROGRESSIVE DA INIZIO ANNO. E' LA PRIMA COSA CHE SI GUARDA
      * ALLA RIUNIONE DI FINE MESE.
      * DA BATCH (ST-REPINVIO) LA SEDE ARRIVA DALLA VARIABILE
      * D'AMBIENTE "STAMPA-SEDE".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-obiettivi      pic xx.
       77  status-tfatture       pic xx.

       77  num-righe             pic 9(3).

      * SEDE DETTATA DA UN CHIAMANTE BATCH (VEDI ST-REPINVIO):
      * VARIABILE D'AMBIENTE "STAMPA-SEDE", A SPAZI TUTTE LE SEDI
       77  ws-sede-filtro        pic x(4).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-mese             pic 9(2).
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           move 0 to ws-num-obi.
           move spaces to ws-sede-filtro.
           accept ws-sede-filtro from environment "STAMPA-SEDE".
           if link-anno = 0 or link-mese < 1 or link-mese > 12
              set errori to true
           end-if.
              read obiettivi next at end exit perform end-read
              if obi-anno = link-anno and
                 obi-mese <= link-mese and
                 ws-num-obi < ws-max-obi and
                 (ws-sede-filtro = spaces or
                  obi-studio = ws-sede-filtro)
                 add 1 to ws-num-obi
                 move obi-studio    to ws-obi-studio(ws-num-obi)
                 move obi-mese      to ws-obi-mese(ws-num-obi)

           display message messaggio.

           initialize errlog-link.
           move "ST-OBIETTIVIREP"  to ell-programma.
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
           close obiettivi tfatture tcorrisp rschede tschede
