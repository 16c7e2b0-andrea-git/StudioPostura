      * NUOVO ESCE SEMPRE; LA SCRITTURA AVVIENE SOLO CON
      * LINK-CONFERMA A "S", COSI' LA PRIMA PASSATA SERVE AL VISTO
      * PRIMA DI TOCCARE GLI ARCHIVI.
      * OGNI RIGA COPIATA TIENE IL SUO LISTINO (BASE, CONVENZIONE O
      * TIPOLOGIA, VEDI ST-PREZZO). CON LINK-CONVENZIONE O
      * LINK-TIPOLOGIA VALORIZZATO (UNO SOLO DEI DUE) SI CREA INVECE
      * IL LISTINO DEDICATO: SI COPIANO LE RIGHE ATTIVE DEL LISTINO
      * BASE CON LA VARIAZIONE RICHIESTA, IL LISTINO BASE RESTA
      * APERTO E SI CHIUDONO SOLO LE RIGHE ATTIVE DEL LISTINO
      * DEDICATO PRECEDENTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "tlistini.sl".
           copy "rlistini.sl".
           copy "param.sl".
           copy "convenzioni.sl".
           copy "tipocli.sl".

      *****************************************************************
       DATA DIVISION.
           copy "tlistini.fd".
           copy "rlistini.fd".
           copy "param.fd".
           copy "convenzioni.fd".
           copy "tipocli.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tlistini       pic xx.
       77  status-rlistini       pic xx.
       77  status-convenzioni    pic xx.
       77  status-tipocli        pic xx.
       77  status-param          pic xx.

       77  ws-font-idx           pic 9.
              10 ws-rig-descrizione   pic x(50).
              10 ws-rig-tipo          pic x(1).
              10 ws-rig-articolo      pic x(6).
              10 ws-rig-convenzione   pic x(4).
              10 ws-rig-tipologia     pic x(6).
              10 ws-rig-prezzo        pic s9(5)v99.
              10 ws-rig-prezzo-nuovo  pic s9(5)v99.
       77  ws-num-rig            pic 9(3) value 0.
       77  filler                pic 9.
           88 ws-tabella-piena   value 1 false 0.
       77  filler                pic 9.
           88 ws-genera-dedicato value 1 false 0.
      * RIGHE ATTIVE DEL LISTINO DEDICATO PRECEDENTE, DA CHIUDERE
       01  ws-chi-tab.
           05 ws-chi-codice      occurs 500 times indexed by ws-cidx
                                 pic 9(5).
       77  ws-num-chi            pic 9(3) value 0.

       77  ws-oggi               pic 9(8).
       77  ws-ultimo-codice      pic 9(5) value 0.
           05 r-prezzo-vecchio   PIC zz.zz9,99.
           05 filler             pic x(4).
           05 r-prezzo-nuovo     PIC zz.zz9,99.
           05 filler             pic x(2).
           05 r-dedicato         pic x(6).

      * FLAGS
       77  controlli             pic xx.
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
       77  link-convenzione      pic x(4).
       77  link-tipologia        pic x(6).

      ******************************************************************
       PROCEDURE DIVISION using link-data-inizio
                                 link-variazione-perce
                                 link-variazione-fissa
                                 link-arrotonda link-conferma
                                 link-stampante link-esito
                                 link-convenzione link-tipologia.

      ***---
       MAIN-PRG.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok to true.
           set ws-tabella-piena to false.
           move 0 to ws-num-rig ws-num-generate ws-num-chi.
           accept ws-oggi from century-date.
           if link-data-inizio = 0
              set errori to true
           end-if.
           if link-convenzione not = spaces or
              link-tipologia   not = spaces
              set ws-genera-dedicato to true
              if link-convenzione not = spaces and
                 link-tipologia   not = spaces
                 set errori to true
              end-if
           else
              set ws-genera-dedicato to false
           end-if.
           perform CALCOLA-GIORNO-PRIMA.

      ***---
              open input tlistini rlistini
           end-if.
           open input param.
           if ws-genera-dedicato and tutto-ok
              perform VERIFICA-DESTINAZIONE
           end-if.

      ***---
       VERIFICA-DESTINAZIONE.
           if link-convenzione not = spaces
              open input convenzioni
              move link-convenzione to cnv-codice
              read convenzioni no lock
                   invalid set errori to true
              end-read
              close convenzioni
           else
              open input tipocli
              move link-tipologia to tcl-codice
              read tipocli no lock
                   invalid set errori to true
              end-read
              close tipocli
           end-if.

      ***---
       RACCOGLI-RIGHE-ATTIVE.
              end-if
              if tli-fine-validita = 0 or
                 tli-fine-validita >= link-data-inizio
                 perform VALUTA-RIGA-ATTIVA
              end-if
           end-perform.

      ***---
      * PER IL LISTINO DEDICATO LA FONTE E' IL LISTINO BASE; LE RIGHE
      * DEL DEDICATO GIA' ESISTENTE VANNO SOLO CHIUSE.
       VALUTA-RIGA-ATTIVA.
           if ws-genera-dedicato
              if tli-convenzione = link-convenzione and
                 tli-tipologia   = link-tipologia
                 if ws-num-chi < ws-max-rig
                    add 1 to ws-num-chi
                    move tli-codice to ws-chi-codice(ws-num-chi)
                 end-if
                 exit paragraph
              end-if
              if tli-convenzione not = spaces or
                 tli-tipologia   not = spaces
                 exit paragraph
              end-if
           end-if.
           if ws-num-rig < ws-max-rig
              add 1 to ws-num-rig
              move tli-codice      to ws-rig-codice(ws-num-rig)
              move tli-descrizione
                to ws-rig-descrizione(ws-num-rig)
              move tli-tipo        to ws-rig-tipo(ws-num-rig)
              move tli-articolo
                to ws-rig-articolo(ws-num-rig)
              if ws-genera-dedicato
                 move link-convenzione
                   to ws-rig-convenzione(ws-num-rig)
                 move link-tipologia
                   to ws-rig-tipologia(ws-num-rig)
              else
                 move tli-convenzione
                   to ws-rig-convenzione(ws-num-rig)
                 move tli-tipologia
                   to ws-rig-tipologia(ws-num-rig)
              end-if
              move tli-codice to rli-codice
              read rlistini no lock
                   invalid move 0 to rli-prezzo
              end-read
              move rli-prezzo to ws-rig-prezzo(ws-num-rig)
           else
              set ws-tabella-piena to true
           end-if.

      ***---
       CALCOLA-NUOVI-PREZZI.
           perform varying ws-ridx from 1 by 1
              move ws-rig-descrizione(ws-ridx) to tli-descrizione
              move ws-rig-tipo(ws-ridx)        to tli-tipo
              move ws-rig-articolo(ws-ridx)    to tli-articolo
              move ws-rig-convenzione(ws-ridx) to tli-convenzione
              move ws-rig-tipologia(ws-ridx)   to tli-tipologia
              move link-data-inizio            to tli-inizio-validita
              move 0                           to tli-fine-validita
              write rec-tlistini
              end-write
              if tutto-ok
                 add 1 to ws-num-generate
              end-if
              if tutto-ok and not ws-genera-dedicato
                 move ws-rig-codice(ws-ridx) to tli-codice
                 read tlistini
                      invalid continue
                 end-read
              end-if
           end-perform.
           if tutto-ok and ws-genera-dedicato
              perform varying ws-cidx from 1 by 1
                        until ws-cidx > ws-num-chi
                 move ws-chi-codice(ws-cidx) to tli-codice
                 read tlistini
                      invalid continue
                  not invalid
                      move ws-data-chiusura to tli-fine-validita
                      rewrite rec-tlistini
                              invalid set errori to true
                      end-rewrite
                 end-read
              end-perform
           end-if.
           perform MESSAGGIO-RIEPILOGO.

      ***---
             to r-descrizione.
           move ws-rig-prezzo(ws-ridx)        to r-prezzo-vecchio.
           move ws-rig-prezzo-nuovo(ws-ridx)  to r-prezzo-nuovo.
           if ws-rig-convenzione(ws-ridx) not = spaces
              move ws-rig-convenzione(ws-ridx) to r-dedicato
           else
              move ws-rig-tipologia(ws-ridx)   to r-dedicato
           end-if.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
              end-string
           end-if.
           perform SCRIVI.
           if ws-genera-dedicato
              initialize spl-riga-stampa
              if link-convenzione not = spaces
                 string "LISTINO DEDICATO ALLA CONVENZIONE "
                                               delimited size
                        link-convenzione       delimited size
                   into spl-riga-stampa
                 end-string
              else
                 string "LISTINO DEDICATO ALLA TIPOLOGIA "
                                               delimited size
                        link-tipologia         delimited size
                   into spl-riga-stampa
                 end-string
              end-if
              perform SCRIVI
           end-if.

           if not ws-genera-dedicato
              move 2,3 to save-riga
           end-if.
           initialize spl-riga-stampa.
           string "CODICE ARTICOLO DESCRIZIONE            "
                                              delimited size
                  "    VECCHIO       NUOVO  LISTINO"
                                              delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0   to num-righe.
           if ws-genera-dedicato
              move 3,4 to save-riga
           else
              move 2,8 to save-riga
           end-if.

      ***---
       SCRIVI.

           display message messaggio.

           initialize errlog-link.
           move "ST-LISTINIGEN"   to ell-programma.
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
       MESSAGGIO-RIEPILOGO.
           initialize messaggio.
