      * PARTENZA, DURATA ED ESITO, CON IN TESTA IL CONTEGGIO DEI
      * FALLITI. APRIRE LO STUDIO COMINCIA DA QUESTO FOGLIO INVECE
      * CHE DA SEI PROGRAMMI DA LANCIARE.
      * IN CODA GLI ERRORI DI ESECUZIONE DELLE ULTIME 24 ORE (ERRLOG,
      * VEDI ST-ERRLOG) RAGGRUPPATI PER PROGRAMMA, E GLI ARCHIVI CHE
      * HANNO DATO ERRORE ALMENO 78-SOGLIA-ERRORI-FILE VOLTE, IN
      * EVIDENZA: QUELLI VANNO CONTROLLATI CON ST-VERIFISAM PRIMA DI
      * APRIRE. IL DETTAGLIO DEI SINGOLI ERRORI E' IN ST-ERRORIREP.
      * PRIMA DEGLI ERRORI, I REPORT PERIODICI GIRATI NELLA DATA
      * (REPABB, VEDI ST-REPINVIO) CON IL LORO ESITO.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "esibatch.sl".
           copy "errlog.sl".
           copy "param.sl".
           copy "repabb.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "esibatch.fd".
           copy "errlog.fd".
           copy "param.fd".
           copy "repabb.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-esibatch       pic xx.
       77  status-errlog         pic xx.
       77  status-param          pic xx.
       77  status-repabb         pic xx.

       77  ws-font-idx           pic 9.

       77  ws-num-passi          pic 9(2) value 0.
       77  ws-num-falliti        pic 9(2) value 0.
       77  ws-num-falliti-z      pic z9.
       77  ws-num-report         pic 9(4) value 0.

      * ERRORI DELLE ULTIME 24 ORE: LA FINESTRA VA DA IERI A QUEST'ORA
      * A ADESSO (PER UNA DATA PASSATA, FINO ALLA FINE DI QUEL GIORNO)
       78  78-soglia-errori-file value 3.
       78  78-max-gruppi         value 50.
       77  ws-data-corrente      pic 9(8).
       77  ws-ora-corrente       pic 9(8).
       77  ws-err-data-da        pic 9(8).
       77  ws-err-ora-da         pic 9(8).
       77  ws-err-ora-a          pic 9(8).
       77  ws-num-errori         pic 9(5) value 0.
       77  ws-num-errori-z       pic zzzz9.
       77  ws-num-prog-err       pic 9(2) value 0.
       77  ws-num-file-err       pic 9(2) value 0.
       77  ws-idx                pic 9(2).
       01  ws-prog-err-tab.
           05 ws-prog-err        occurs 50 times.
              10 ws-pe-programma      pic x(15).
              10 ws-pe-conteggio      pic 9(5).
       01  ws-file-err-tab.
           05 ws-file-err        occurs 50 times.
              10 ws-fe-file           pic x(15).
              10 ws-fe-conteggio      pic 9(5).

      * GIORNO PRECEDENTE
       01  ws-giorni-mese-tab.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01  filler redefines ws-giorni-mese-tab.
           05 ws-giorni-mese occurs 12 times pic 9(2).
       77  ws-cal-anno           pic 9(4).
       77  ws-cal-mese           pic 9(2).
       77  ws-cal-giorno         pic 9(2).
       77  ws-cal-bis-quoz       pic 9(4).
       77  ws-cal-bis-resto      pic 9(4).

      * RIGA PER LA STAMPA
       01  r-riga.
           05 filler             pic x(4).
           05 r-esito            pic x(10).

       01  r-errori.
           05 filler             pic x(5).
           05 re-nome            pic x(17).
           05 re-numero          pic zzzz9.
           05 filler             pic x(3).
           05 re-nota            pic x(50).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           perform OPEN-FILES.
           if tutto-ok
              perform CONTA-FALLITI
              perform RACCOGLI-ERRORI
              perform STAMPA
              perform CLOSE-FILES
           end-if.
           else
              move link-data to ws-data-richiesta
           end-if.
           accept ws-data-corrente from century-date.
           accept ws-ora-corrente  from time.

      ***---
       OPEN-FILES.
              close       esibatch
              open input  esibatch
           end-if.
           open input errlog.
           if status-errlog = "35"
              open output errlog
              close       errlog
              open input  errlog
           end-if.
           open input repabb.
           if status-repabb = "35"
              open output repabb
              close       repabb
              open input  repabb
           end-if.

      ***---
       CONTA-FALLITI.
                 move r-riga to spl-riga-stampa
                 perform SCRIVI
              end-if
              perform STAMPA-REPORT-PROGRAMMATI
              perform STAMPA-ERRORI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
      * GLI ERRORI SONO IN ORDINE DI DATA/ORA: SI PARTE DA IERI A
      * QUEST'ORA E CI SI FERMA ALLA FINE DELLA FINESTRA, CONTANDOLI
      * PER PROGRAMMA E, PER QUELLI DI FILE, PER ARCHIVIO.
       RACCOGLI-ERRORI.
           move 0 to ws-num-errori ws-num-prog-err ws-num-file-err.
           if ws-data-richiesta = ws-data-corrente
              move ws-ora-corrente to ws-err-ora-a
           else
              move 99999999        to ws-err-ora-a
           end-if.
           move ws-err-ora-a to ws-err-ora-da.
           perform CALCOLA-GIORNO-PRECEDENTE.
           move low-value      to elg-chiave.
           move ws-err-data-da to elg-data.
           move ws-err-ora-da  to elg-ora.
           start errlog key >= elg-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read errlog next at end exit perform end-read
              if elg-data > ws-data-richiesta or
                 (elg-data = ws-data-richiesta and
                  elg-ora  > ws-err-ora-a)
                 exit perform
              end-if
              add 1 to ws-num-errori
              perform CONTA-ERRORE-PROGRAMMA
              if elg-errore-file and elg-file not = spaces
                 perform CONTA-ERRORE-FILE
              end-if
           end-perform.
           move ws-num-errori to ws-num-errori-z.

      ***---
      * A TABELLA PIENA GLI ULTIMI SI SOMMANO SULL'ULTIMA RIGA.
       CONTA-ERRORE-PROGRAMMA.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-prog-err
              if ws-pe-programma(ws-idx) = elg-programma
                 exit perform
              end-if
           end-perform.
           if ws-idx > ws-num-prog-err
              if ws-num-prog-err < 78-max-gruppi
                 add 1 to ws-num-prog-err
                 move ws-num-prog-err to ws-idx
                 move elg-programma to ws-pe-programma(ws-idx)
              else
                 move ws-num-prog-err to ws-idx
                 move "(altri)"     to ws-pe-programma(ws-idx)
              end-if
              move 0 to ws-pe-conteggio(ws-idx)
           end-if.
           add 1 to ws-pe-conteggio(ws-idx).

      ***---
       CONTA-ERRORE-FILE.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-file-err
              if ws-fe-file(ws-idx) = elg-file
                 exit perform
              end-if
           end-perform.
           if ws-idx > ws-num-file-err
              if ws-num-file-err < 78-max-gruppi
                 add 1 to ws-num-file-err
                 move ws-num-file-err to ws-idx
                 move elg-file to ws-fe-file(ws-idx)
              else
                 move ws-num-file-err to ws-idx
                 move "(altri)"      to ws-fe-file(ws-idx)
              end-if
              move 0 to ws-fe-conteggio(ws-idx)
           end-if.
           add 1 to ws-fe-conteggio(ws-idx).

      ***---
      * SI TORNA INDIETRO DI UN GIORNO DALLA DATA RICHIESTA, CON IL
      * 29 FEBBRAIO NEGLI ANNI BISESTILI COME IN ST-AGENDA.
       CALCOLA-GIORNO-PRECEDENTE.
           move ws-data-richiesta(1:4) to ws-cal-anno.
           move ws-data-richiesta(5:2) to ws-cal-mese.
           move ws-data-richiesta(7:2) to ws-cal-giorno.
           if ws-cal-giorno > 1
              subtract 1 from ws-cal-giorno
           else
              if ws-cal-mese > 1
                 subtract 1 from ws-cal-mese
              else
                 move 12 to ws-cal-mese
                 subtract 1 from ws-cal-anno
              end-if
              move ws-giorni-mese(ws-cal-mese) to ws-cal-giorno
              if ws-cal-mese = 2
                 divide ws-cal-anno by 4
                        giving ws-cal-bis-quoz
                        remainder ws-cal-bis-resto
                 if ws-cal-bis-resto = 0
                    move 29 to ws-cal-giorno
                    divide ws-cal-anno by 100
                           giving ws-cal-bis-quoz
                           remainder ws-cal-bis-resto
                    if ws-cal-bis-resto = 0
                       divide ws-cal-anno by 400
                              giving ws-cal-bis-quoz
                              remainder ws-cal-bis-resto
                       if ws-cal-bis-resto not = 0
                          move 28 to ws-cal-giorno
                       end-if
                    end-if
                 end-if
              end-if
           end-if.
           compute ws-err-data-da = ws-cal-anno * 10000 +
                                    ws-cal-mese * 100 + ws-cal-giorno.

      ***---
       STAMPA-ERRORI.
           perform SALTO-SE-PAGINA-PIENA.
           perform SALTO-SE-PAGINA-PIENA.
           add 78-passo to save-riga.
           initialize spl-riga-stampa.
           string "Errori delle ultime 24 ore: " delimited size
                  ws-num-errori-z                delimited size
             into spl-riga-stampa
           end-string.
           move Calibri12B to spl-hfont.
           move 0 to spl-tipo-colonna.
           perform SCRIVI.
           if ws-num-errori = 0
              exit paragraph
           end-if.

           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-prog-err
              perform SALTO-SE-PAGINA-PIENA
              move spaces to r-errori
              move ws-pe-programma(ws-idx) to re-nome
              move ws-pe-conteggio(ws-idx) to re-numero
              move "errori"                to re-nota
              move Calibri10 to spl-hfont
              move 2 to spl-tipo-colonna
              move r-errori to spl-riga-stampa
              perform SCRIVI
           end-perform.

           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-file-err
              if ws-fe-conteggio(ws-idx) >= 78-soglia-errori-file
                 perform SALTO-SE-PAGINA-PIENA
                 move spaces to r-errori
                 move ws-fe-file(ws-idx)      to re-nome
                 move ws-fe-conteggio(ws-idx) to re-numero
                 move "errori ripetuti: verificare con st-verifisam"
                   to re-nota
                 move Calibri12B to spl-hfont
                 move 2 to spl-tipo-colonna
                 move r-errori to spl-riga-stampa
                 perform SCRIVI
              end-if
           end-perform.

      ***---
      * UNA RIGA PER ABBONAMENTO GIRATO NELLA DATA RICHIESTA: REPABB
      * TIENE SOLO L'ULTIMO GIRO, QUINDI PER UNA DATA PASSATA SI
      * VEDONO SOLO QUELLI NON PIU' RIPETUTI DA ALLORA.
       STAMPA-REPORT-PROGRAMMATI.
           move 0 to ws-num-report.
           perform SALTO-SE-PAGINA-PIENA.
           perform SALTO-SE-PAGINA-PIENA.
           add 78-passo to save-riga.
           move "Report programmati:" to spl-riga-stampa.
           move Calibri12B to spl-hfont.
           move 0 to spl-tipo-colonna.
           perform SCRIVI.
           move low-value to rab-codice.
           start repabb key >= rab-codice
                 invalid continue
           end-start.
           perform until 1 = 2
              read repabb next no lock at end exit perform end-read
              if rab-data-ultimo-giro = ws-data-richiesta
                 add 1 to ws-num-report
                 perform SALTO-SE-PAGINA-PIENA
                 move spaces to r-errori
                 move rab-programma   to re-nome
                 move rab-codice      to re-numero
                 move rab-descrizione to re-nota
                 if rab-giro-ko
                    move "FALLITO" to re-nota(42:9)
                    move Calibri12B to spl-hfont
                 else
                    move "inviato" to re-nota(42:9)
                    move Calibri10  to spl-hfont
                 end-if
                 move 2 to spl-tipo-colonna
                 move r-errori to spl-riga-stampa
                 perform SCRIVI
              end-if
           end-perform.
           if ws-num-report = 0
              perform SALTO-SE-PAGINA-PIENA
              move spaces to r-errori
              move "Nessun report programmato in giornata."
                to re-nota
              move Calibri10 to spl-hfont
              move 2 to spl-tipo-colonna
              move r-errori to spl-riga-stampa
              perform SCRIVI
           end-if.

      ***---
       SALTO-SE-PAGINA-PIENA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
                  ws-data-richiesta(1:4)  delimited size
                  " - passi falliti: "    delimited size
                  ws-num-falliti-z        delimited size
                  " - errori 24 ore: "    delimited size
                  ws-num-errori-z         delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           display message messaggio.

           initialize errlog-link.
           move "ST-MATTINO"      to ell-programma.
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
           close esibatch errlog param repabb.

      ***---
       EXIT-PGM.
