       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-prezzo.
       AUTHOR.                          Andrea.
      ******************************************************************
      * RICERCA DEL PREZZO DI UN ARTICOLO PER UN CLIENTE ALLA DATA
      * LINK-DATA (A ZERO = OGGI). I LISTINI (TLISTINI/RLISTINI)
      * POSSONO ESSERE DEDICATI A UNA CONVENZIONE (TLI-CONVENZIONE) O
      * A UNA TIPOLOGIA DI CLIENTE (TLI-TIPOLOGIA); CON ENTRAMBI A
      * SPAZI SONO IL LISTINO BASE. IL PREZZO SI CERCA NELL'ORDINE:
      *   "C" LISTINO DELLA CONVENZIONE DEL CLIENTE (SOLO SE ATTIVA)
      *   "R" TARIFFA CONCORDATA DELLA CONVENZIONE (RCONV), CHE NON
      *       HA VALIDITA'
      *   "T" LISTINO DELLA TIPOLOGIA DEL CLIENTE
      *   "B" LISTINO BASE
      * A OGNI LIVELLO, TRA I LISTINI VALIDI ALLA DATA SI PRENDE
      * QUELLO PARTITO PIU' DI RECENTE. LINK-CONVENZIONE VALORIZZATA
      * PREVALE SU QUELLA DELL'ANAGRAFICA (LA FATTURA CONSOLIDATA
      * PREZZA LE SEDUTE DELLA CONVENZIONE REGISTRATA SULLA SEDUTA);
      * LINK-CLIENTE A SPAZI = SOLO LISTINO BASE. IN USCITA IL
      * PREZZO, IL LISTINO USATO (ZERO PER LA TARIFFA RCONV) E
      * L'ORIGINE; ESITO "KO" SE NESSUN LIVELLO HA UN PREZZO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tlistini.sl".
           copy "rlistini.sl".
           copy "clienti.sl".
           copy "convenzioni.sl".
           copy "rconv.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tlistini.fd".
           copy "rlistini.fd".
           copy "clienti.fd".
           copy "convenzioni.fd".
           copy "rconv.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-tlistini       pic xx.
       77  status-rlistini       pic xx.
       77  status-clienti        pic xx.
       77  status-convenzioni    pic xx.
       77  status-rconv          pic xx.

       77  filler                pic 9.
           88 ws-listino-trovato value 1 false 0.

       77  ws-data               pic 9(8).
       77  ws-convenzione        pic x(4).
       77  ws-tipologia          pic x(6).
      * LISTINO CERCATO DA CERCA-LISTINO
       77  ws-cerca-convenzione  pic x(4).
       77  ws-cerca-tipologia    pic x(6).
       77  ws-listino-inizio-attivo  pic 9(8) value 0.
       77  ws-listino-codice-attivo  pic 9(5) value 0.

       LINKAGE SECTION.
       77  link-articolo         pic x(6).
       77  link-data             pic 9(8).
       77  link-cliente          pic x(6).
       77  link-convenzione      pic x(4).
       77  link-prezzo           pic s9(5)v99.
       77  link-listino          pic 9(5).
       77  link-origine          pic x(1).
           88 link-da-convenzione  value "C".
           88 link-da-tariffa-conv value "R".
           88 link-da-tipologia    value "T".
           88 link-da-base         value "B".
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-articolo link-data link-cliente
                                 link-convenzione link-prezzo
                                 link-listino link-origine
                                 link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           perform CARICA-CLIENTE.
           if ws-convenzione not = spaces
              move ws-convenzione to ws-cerca-convenzione
              move spaces         to ws-cerca-tipologia
              perform CERCA-LISTINO
              if ws-listino-trovato
                 set link-da-convenzione to true
              else
                 perform CERCA-TARIFFA-CONVENZIONE
              end-if
           end-if.
           if not ws-listino-trovato and ws-tipologia not = spaces
              move spaces         to ws-cerca-convenzione
              move ws-tipologia   to ws-cerca-tipologia
              perform CERCA-LISTINO
              if ws-listino-trovato
                 set link-da-tipologia to true
              end-if
           end-if.
           if not ws-listino-trovato
              move spaces to ws-cerca-convenzione ws-cerca-tipologia
              perform CERCA-LISTINO
              if ws-listino-trovato
                 set link-da-base to true
              end-if
           end-if.
           perform CLOSE-FILES.
           if ws-listino-trovato
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set ws-listino-trovato to false.
           move 0      to link-prezzo link-listino.
           move spaces to link-origine ws-convenzione ws-tipologia.
           if link-data = 0
              accept ws-data from century-date
           else
              move link-data to ws-data
           end-if.

      ***---
       OPEN-FILES.
           open input tlistini rlistini clienti.
           open input convenzioni.
           if status-convenzioni = "35"
              open output convenzioni
              close       convenzioni
              open input  convenzioni
           end-if.
           open input rconv.
           if status-rconv = "35"
              open output rconv
              close       rconv
              open input  rconv
           end-if.

      ***---
      * UNA CONVENZIONE NON PIU' ATTIVA NON DA' PIU' PREZZI: IL
      * CLIENTE TORNA ALLA SUA TIPOLOGIA O AL LISTINO BASE.
       CARICA-CLIENTE.
           if link-cliente not = spaces
              move link-cliente to cli-codice
              read clienti no lock
                   invalid continue
               not invalid
                   move cli-convenzione to ws-convenzione
                   move cli-tipologia   to ws-tipologia
              end-read
           end-if.
           if link-convenzione not = spaces
              move link-convenzione to ws-convenzione
           end-if.
           if ws-convenzione not = spaces
              move ws-convenzione to cnv-codice
              read convenzioni no lock
                   invalid move spaces to ws-convenzione
               not invalid
                   if not cnv-attiva-si
                      move spaces to ws-convenzione
                   end-if
              end-read
           end-if.

      ***---
       CERCA-LISTINO.
           set ws-listino-trovato to false.
           move 0 to ws-listino-inizio-attivo ws-listino-codice-attivo.
           move link-articolo to tli-articolo.
           start tlistini key >= tli-articolo
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tlistini next no lock at end exit perform end-read
              if tli-articolo not = link-articolo
                 exit perform
              end-if
              if tli-convenzione = ws-cerca-convenzione and
                 tli-tipologia   = ws-cerca-tipologia   and
                 tli-inizio-validita <= ws-data and
                 (tli-fine-validita = 0 or
                  tli-fine-validita >= ws-data)
                 if not ws-listino-trovato or
                    tli-inizio-validita > ws-listino-inizio-attivo
                    set ws-listino-trovato to true
                    move tli-inizio-validita to ws-listino-inizio-attivo
                    move tli-codice          to ws-listino-codice-attivo
                 end-if
              end-if
           end-perform.
           if ws-listino-trovato
              move ws-listino-codice-attivo to rli-codice
              read rlistini no lock
                   invalid set ws-listino-trovato to false
               not invalid
                   move rli-prezzo to link-prezzo
                   move rli-codice to link-listino
              end-read
           end-if.

      ***---
       CERCA-TARIFFA-CONVENZIONE.
           move ws-convenzione to rcv-convenzione.
           move link-articolo  to rcv-articolo.
           read rconv no lock
                invalid continue
            not invalid
                set ws-listino-trovato   to true
                set link-da-tariffa-conv to true
                move rcv-prezzo to link-prezzo
                move 0          to link-listino
           end-read.

      ***---
       CLOSE-FILES.
           close tlistini rlistini clienti convenzioni rconv.
