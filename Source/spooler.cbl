           copy "acucobol.def".
           copy "crtvars.def".
           copy "winprint.def".
           copy "errlog.lks".

       01  extend-stat.
           03 primary-error    pic x(2).
           88 altro-passaggio value 1.

       77  calling-program          pic x(20).
      * POSTAZIONE NELL'AMBIENTE DI ADDESTRAMENTO (VEDI ST-LOGIN):
      * OGNI PAGINA PORTA IN FONDO LA DICITURA DI PROVA
       77  addestramento            pic x(1).
       77  dicitura-addestramento   pic x(40)
           value "PROVA - SENZA VALORE FISCALE".
       77  como-data                pic 9(8).
       77  mese                     pic 99.

                           icon 2
                set spl-sta-annu  to true
                set errori to true
                initialize errlog-link
                move calling-program   to ell-programma
                move "SPOOLER"         to ell-paragrafo
                set ell-errore-stampante to true
                move "STAMPA"          to ell-file
                move status-stampa     to ell-status
                move extend-stat       to ell-chiave
                move text-message      to ell-messaggio
                call "st-errlog" using errlog-link
                cancel "st-errlog"
           end-evaluate.       
       END DECLARATIVES.
       
      ***---
       APERTURA.
           call "C$CALLEDBY"  using calling-program.
           accept addestramento from environment "ADDESTRAMENTO".
      *    SELEZIONO LA STAMPANTE
           if spl-apertura
              if spl-nome-stampante = space
                    display message "Stampante non disponibile!"
                              title spl-titolo-msgbox 
                               icon mb-warning-icon
                    move "Stampante non disponibile" to ell-messaggio
                    perform REGISTRA-ERRORE-STAMPANTE
                 end-if
                 set spl-sta-annu to true
                 exit paragraph
                 display message "Anteprima non disponibile"
                           title spl-titolo-msgbox 
                            icon mb-warning-icon
                 move "Anteprima non disponibile" to ell-messaggio
                 perform REGISTRA-ERRORE-STAMPANTE
                 set spl-sta-annu to true
                 exit paragraph
              end-if
              call "WIN$PRINTER" using winprint-set-cursor, 
                                       winprint-data
                                giving result
              perform DICITURA-ADDESTRAMENTO
           end-if.

      ***---
      * LA STAMPANTE CHE NON RISPONDE FINISCE SUL GIORNALE DEGLI
      * ERRORI A NOME DEL PROGRAMMA CHE STAVA STAMPANDO.
       REGISTRA-ERRORE-STAMPANTE.
           move calling-program    to ell-programma.
           move "SPOOLER"          to ell-paragrafo.
           set ell-errore-stampante to true.
           move spaces             to ell-file ell-status
                                      ell-operatore.
           move spl-nome-stampante to ell-chiave.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".

      ***---
       ORIENTAMENTO-FOGLIO.
           if spl-horizontal
      ***---
       SALTO-PAGINA.
           write stampa-rigo from spaces after page.
           perform DICITURA-ADDESTRAMENTO.

      ***---
      * LA DICITURA VA IN FONDO ALLA PAGINA, SOPRA IL MARGINE
      * INFERIORE, COL FONT CORRENTE: IL CHIAMANTE NON NE SA NIENTE
      * E CONTINUA A POSIZIONARSI DOVE VUOLE.
       DICITURA-ADDESTRAMENTO.
           if addestramento not = "S"
              exit paragraph
           end-if.
           initialize wprtdata-draw.
           move 1                     to wprtdata-draw-start-x.
           compute wprtdata-draw-start-y = spl-altezza - 0,5.
           move zero                  to wprtdata-draw-stop-x.
           move zero                  to wprtdata-draw-stop-y.
           move wprtunits-centimeters to wprtdata-draw-units.
           move zero                  to wprtdata-draw-shape.
           call "WIN$PRINTER" using winprint-set-cursor,
                                    winprint-data
                             giving result.
           write stampa-rigo from dicitura-addestramento after 0.

      ***---
       CALCOLA-DIMENSIONI.
