       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-cifra.
       AUTHOR.                          Andrea.
      ******************************************************************
      * CIFRATURA A RIPOSO DEI CAMPI CLINICI (VEDI CIFRA.LKS): CHI
      * SCRIVE ANAMNESI, DIARIO, NOTE DELLE MISURAZIONI E PERCORSI DI
      * FOTO E ALLEGATI PASSA QUI OGNI CAMPO PRIMA DELLA WRITE ("C"),
      * CHI LI MOSTRA LO RIPASSA DOPO LA READ ("D"). LA DECIFRATURA
      * E' CONCESSA SOLO AI PROGRAMMI DELLA TABELLA AUTORIZZATI,
      * RICONOSCIUTI DAL NOME DEL CHIAMANTE (C$CALLEDBY): A CHIUNQUE
      * ALTRO TORNA IL CAMPO A SPAZI ED ESITO "KO".
      *
      * LE CHIAVI NON STANNO NEGLI ARCHIVI: IL FILE CHE LE CONTIENE
      * (SEQUENZIALE, UNA RIGA PER CHIAVE "VV CHIAVE", VERSIONE A DUE
      * CIFRE, UNO SPAZIO E LA CHIAVE DI ALMENO 16 CARATTERI) E'
      * QUELLO INDICATO DALLA VARIABILE D'AMBIENTE "CHIAVI_CIFRATURA",
      * DA TENERE FUORI DALLA CARTELLA DATI E QUINDI FUORI DA BACKUP,
      * SINCRONIZZAZIONI E CHIAVETTE. SI CIFRA SEMPRE CON LA VERSIONE
      * PIU' ALTA; LE PRECEDENTI SERVONO A DECIFRARE I RECORD NON
      * ANCORA RICIFRATI. ROTAZIONE: SI AGGIUNGE LA RIGA DELLA NUOVA
      * VERSIONE E SI LANCIA ST-CIFRAROT; UNA VERSIONE VECCHIA SI
      * TOGLIE SOLO QUANDO NON SERVE PIU' NEANCHE AI BACKUP DA
      * RIPRISTINARE. SENZA FILE DI CHIAVI (O SENZA RIGHE VALIDE) I
      * CAMPI RESTANO IN CHIARO CON VERSIONE 0, COME PRIMA. LE
      * VERSIONI DEL FILE VANNO DA 01 A 49 (VEDI SOTTO).
      *
      * IL CIFRARIO E' A FLUSSO SUI 95 CARATTERI STAMPABILI (DALLO
      * SPAZIO ALLA TILDE): OGNI CARATTERE SI SPOSTA NELL'ALFABETO DI
      * UN PASSO PRESO DA UN GENERATORE CONGRUENZIALE INIZIALIZZATO
      * CON L'IMPRONTA (ADLER-32) DI CHIAVE, NOME DEL CAMPO E CHIAVE
      * DEL RECORD (CFL-CHIAVE-RECORD) E RIMESCOLATO A OGNI POSIZIONE
      * CON UN CARATTERE DELLA CHIAVE: OGNI RECORD HA IL SUO FLUSSO,
      * E CONOSCERE IL TESTO DI UN RECORD NON SVELA GLI ALTRI.
      * SUL RECORD LA VERSIONE SI REGISTRA AUMENTATA DI
      * 78-SCHEMA-RECORD: I CAMPI CIFRATI PRIMA CHE LA CHIAVE DEL
      * RECORD ENTRASSE NEL FLUSSO HANNO LA VERSIONE NUDA (01-49), SI
      * DECIFRANO ANCORA SENZA DI ESSA E ST-CIFRAROT LI RICIFRA (LA
      * LORO VERSIONE E' DIVERSA DA QUELLA CORRENTE).
      * LA LUNGHEZZA NON CAMBIA E IL RISULTATO RESTA STAMPABILE, COSI'
      * I TRACCIATI E LE ESPORTAZIONI A RIGHE NON SI ACCORGONO DI
      * NULLA; I CARATTERI FUORI ALFABETO (ACCENTATE) PASSANO TALI E
      * QUALI. UN CAMPO TUTTO A SPAZI RESTA A SPAZI IN ENTRAMBI I
      * VERSI, COSI' "CAMPO VUOTO" HA LO STESSO SIGNIFICATO DI PRIMA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select chiavi assign to ws-percorso-chiavi
                  organization is line sequential
                  file status  is status-chiavi.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  chiavi.
       01  rec-chiavi.
           05 chv-versione       pic x(2).
           05 filler             pic x(1).
           05 chv-chiave         pic x(64).

       WORKING-STORAGE SECTION.
           copy "acucobol.def".

       77  status-chiavi         pic xx.
       77  ws-percorso-chiavi    pic x(200).

       78  78-min-chiave         value 16.
       78  78-alfabeto           value 95.
       78  78-primo-carattere    value 32.
       78  78-schema-record      value 50.

      * CHIAVI CARICATE UNA VOLTA SOLA FINCHE' IL PROGRAMMA RESTA IN
      * MEMORIA (LE MIGRAZIONI E LA ROTAZIONE NON LO CANCELLANO A
      * OGNI RECORD)
       77  filler                pic 9 value 0.
           88 chiavi-caricate    value 1 false 0.
       78  ws-max-chiavi         value 20.
       01  ws-chv-tab.
           05 ws-chv             occurs 20 times.
              10 ws-chv-versione      pic 9(2).
              10 ws-chv-chiave        pic x(64).
              10 ws-chv-lunghezza     pic 9(2).
       77  ws-num-chiavi         pic 9(2) value 0.
       77  ws-versione-corrente  pic 9(2) value 0.
       77  ws-cidx               pic 9(2).
       77  ws-lunghezza          pic 9(2).
      * VERSIONE DELLA CHIAVE NEL FILE E SCHEMA DEL FLUSSO, RICAVATI
      * DALLA VERSIONE REGISTRATA SUL RECORD
       77  ws-versione-chiave    pic 9(2).
       77  filler                pic 9.
           88 flusso-per-record  value 1 false 0.

      * PROGRAMMI AUTORIZZATI A DECIFRARE, COME LI RESTITUISCE
      * C$CALLEDBY (VEDI SPOOLER)
       77  ws-chiamante          pic x(20).
       01  ws-autorizzati-valori.
           05 filler pic x(20) value "st-anamnesi".
           05 filler pic x(20) value "st-diario".
           05 filler pic x(20) value "st-schedacli".
           05 filler pic x(20) value "st-allegati".
           05 filler pic x(20) value "st-fotoconfronto".
           05 filler pic x(20) value "st-cifrarot".
           05 filler pic x(20) value "st-esportacli".
           05 filler pic x(20) value "st-pratiche".
       01  filler redefines ws-autorizzati-valori.
           05 ws-autorizzato     pic x(20) occurs 8 times.
       78  ws-num-autorizzati    value 8.
       77  ws-aidx               pic 9(2).

       77  filler                pic 9.
           88 trovato            value 1 false 0.

      * FLUSSO DI CIFRATURA
       01  ws-car.
           05 ws-car-x           pic x.
       01  filler redefines ws-car.
           05 ws-car-val         pic x comp-x.
       77  ws-pos                pic 9(4).
       77  ws-kidx               pic 9(2).
       77  ws-adler-a            pic 9(5).
       77  ws-adler-b            pic 9(5).
       77  ws-stato              pic 9(10).
       77  ws-calcolo            pic 9(18).
       77  ws-quoziente          pic 9(18).
       77  ws-passo              pic 9(2).
       77  ws-indice             pic 9(3).

       LINKAGE SECTION.
           copy "cifra.lks".

      ******************************************************************
       PROCEDURE DIVISION using cifra-link.

      ***---
       MAIN-PRG.
           set cfl-esito-ok to true.
           if not chiavi-caricate
              perform CARICA-CHIAVI
              set chiavi-caricate to true
           end-if.
           if cfl-lunghezza = 0 or cfl-lunghezza > 1000
              set cfl-esito-ko to true
              goback
           end-if.
           evaluate true
           when cfl-cifra   perform CIFRA-CAMPO
           when cfl-decifra perform DECIFRA-CAMPO
           when other       set cfl-esito-ko to true
           end-evaluate.
           goback.

      ***---
      * RIGHE CON VERSIONE NON NUMERICA, A ZERO O DA 50 IN SU, O
      * CHIAVE PIU' CORTA DEL MINIMO, SI IGNORANO.
       CARICA-CHIAVI.
           move 0 to ws-num-chiavi ws-versione-corrente.
           move spaces to ws-percorso-chiavi.
           accept ws-percorso-chiavi
                  from environment "CHIAVI_CIFRATURA".
           if ws-percorso-chiavi = spaces
              exit paragraph
           end-if.
           open input chiavi.
           if status-chiavi not = "00"
              exit paragraph
           end-if.
           perform until 1 = 2
              read chiavi next at end exit perform end-read
              if chv-versione is numeric and chv-versione not = "00"
                 and chv-versione < "50"
                 and ws-num-chiavi < ws-max-chiavi
                 perform MISURA-CHIAVE
                 if ws-lunghezza >= 78-min-chiave
                    add 1 to ws-num-chiavi
                    move chv-versione to ws-chv-versione(ws-num-chiavi)
                    move chv-chiave   to ws-chv-chiave(ws-num-chiavi)
                    move ws-lunghezza
                      to ws-chv-lunghezza(ws-num-chiavi)
                    if ws-chv-versione(ws-num-chiavi) >
                       ws-versione-corrente
                       move ws-chv-versione(ws-num-chiavi)
                         to ws-versione-corrente
                    end-if
                 end-if
              end-if
           end-perform.
           close chiavi.

      ***---
       MISURA-CHIAVE.
           perform varying ws-lunghezza from 64 by -1
                     until ws-lunghezza = 0
              if chv-chiave(ws-lunghezza:1) not = space
                 exit perform
              end-if
           end-perform.

      ***---
       CIFRA-CAMPO.
           move 0 to cfl-versione.
           if ws-versione-corrente = 0
              exit paragraph
           end-if.
           compute cfl-versione =
                   ws-versione-corrente + 78-schema-record.
           if cfl-testo(1:cfl-lunghezza) = spaces
              exit paragraph
           end-if.
           move ws-versione-corrente to ws-versione-chiave.
           set flusso-per-record to true.
           perform CERCA-CHIAVE.
           perform INIZIALIZZA-FLUSSO.
           perform TRASFORMA-TESTO.

      ***---
       DECIFRA-CAMPO.
           if cfl-versione = 0
              exit paragraph
           end-if.
           if cfl-testo(1:cfl-lunghezza) = spaces
              exit paragraph
           end-if.
           move spaces to ws-chiamante.
           call "C$CALLEDBY" using ws-chiamante.
           set trovato to false.
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-autorizzati
              if ws-autorizzato(ws-aidx) = ws-chiamante
                 set trovato to true
                 exit perform
              end-if
           end-perform.
           if cfl-versione > 78-schema-record
              compute ws-versione-chiave =
                      cfl-versione - 78-schema-record
              set flusso-per-record to true
           else
              move cfl-versione to ws-versione-chiave
              set flusso-per-record to false
           end-if.
           if trovato
              perform CERCA-CHIAVE
           end-if.
           if not trovato
              move spaces to cfl-testo(1:cfl-lunghezza)
              set cfl-esito-ko to true
              exit paragraph
           end-if.
           perform INIZIALIZZA-FLUSSO.
           perform TRASFORMA-TESTO.

      ***---
       CERCA-CHIAVE.
           set trovato to false.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > ws-num-chiavi
              if ws-chv-versione(ws-cidx) = ws-versione-chiave
                 set trovato to true
                 exit perform
              end-if
           end-perform.

      ***---
      * STATO INIZIALE = IMPRONTA ADLER-32 DI CHIAVE + NOME DEL CAMPO
      * + CHIAVE DEL RECORD: LO STESSO TESTO IN DUE CAMPI O IN DUE
      * RECORD DIVERSI NON DA' LO STESSO RISULTATO. I CAMPI CIFRATI
      * CON LO SCHEMA PRECEDENTE NON HANNO LA CHIAVE DEL RECORD.
       INIZIALIZZA-FLUSSO.
           move 1 to ws-adler-a.
           move 0 to ws-adler-b.
           perform varying ws-pos from 1 by 1
                     until ws-pos > ws-chv-lunghezza(ws-cidx)
              move ws-chv-chiave(ws-cidx)(ws-pos:1) to ws-car-x
              perform AGGIORNA-ADLER
           end-perform.
           perform varying ws-pos from 1 by 1 until ws-pos > 15
              move cfl-campo(ws-pos:1) to ws-car-x
              perform AGGIORNA-ADLER
           end-perform.
           if flusso-per-record
              perform varying ws-pos from 1 by 1 until ws-pos > 30
                 move cfl-chiave-record(ws-pos:1) to ws-car-x
                 perform AGGIORNA-ADLER
              end-perform
           end-if.
           compute ws-stato = (ws-adler-b * 65536) + ws-adler-a.

      ***---
       AGGIORNA-ADLER.
           compute ws-calcolo = ws-adler-a + ws-car-val.
           divide ws-calcolo by 65521 giving ws-quoziente
                  remainder ws-adler-a.
           compute ws-calcolo = ws-adler-b + ws-adler-a.
           divide ws-calcolo by 65521 giving ws-quoziente
                  remainder ws-adler-b.

      ***---
      * CFL-CIFRA SPOSTA IN AVANTI NELL'ALFABETO, CFL-DECIFRA
      * INDIETRO DELLO STESSO PASSO.
       TRASFORMA-TESTO.
           perform varying ws-pos from 1 by 1
                     until ws-pos > cfl-lunghezza
              perform PROSSIMO-PASSO
              move cfl-testo(ws-pos:1) to ws-car-x
              if ws-car-val >= 78-primo-carattere and
                 ws-car-val <  78-primo-carattere + 78-alfabeto
                 if cfl-cifra
                    compute ws-calcolo = ws-car-val
                                       - 78-primo-carattere
                                       + ws-passo
                 else
                    compute ws-calcolo = ws-car-val
                                       - 78-primo-carattere
                                       + 78-alfabeto - ws-passo
                 end-if
                 divide ws-calcolo by 78-alfabeto
                        giving ws-quoziente remainder ws-indice
                 compute ws-car-val = ws-indice + 78-primo-carattere
                 move ws-car-x to cfl-testo(ws-pos:1)
              end-if
           end-perform.

      ***---
      * GENERATORE CONGRUENZIALE MODULO 2^32, RIMESCOLATO CON IL
      * CARATTERE DELLA CHIAVE DI QUESTA POSIZIONE; IL PASSO SONO I
      * BIT ALTI DELLO STATO RIDOTTI ALL'ALFABETO.
       PROSSIMO-PASSO.
           compute ws-calcolo = ws-pos - 1.
           divide ws-calcolo by ws-chv-lunghezza(ws-cidx)
                  giving ws-quoziente remainder ws-kidx.
           add 1 to ws-kidx.
           move ws-chv-chiave(ws-cidx)(ws-kidx:1) to ws-car-x.
           compute ws-calcolo = (ws-stato * 69069) + 1 + ws-car-val.
           divide ws-calcolo by 4294967296 giving ws-quoziente
                  remainder ws-stato.
           divide ws-stato by 65536 giving ws-calcolo.
           divide ws-calcolo by 78-alfabeto giving ws-quoziente
                  remainder ws-passo.
