       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-listforn.
       AUTHOR.                          Andrea.
      ******************************************************************
      * IMPORTAZIONE DA CSV DEL LISTINO DI UN FORNITORE (LINK-
      * FORNITORE) NELL'ARCHIVIO ARTICOLO-FORNITORE ARTFORN, CON LO
      * STORICO DEI PREZZI SU ARTFORNST. IL TRACCIATO ATTESO,
      * SEPARATO DA PUNTO E VIRGOLA:
      *   ARTICOLO;CODICE FORNITORE;PREZZO;CONFEZIONE;LOTTO MINIMO;
      *   VALIDO DAL;VALIDO AL
      * IL PREZZO E' QUELLO DELLA CONFEZIONE, CON LA VIRGOLA DECIMALE
      * (I PUNTI DI MIGLIAIA SI SALTANO); CONFEZIONE E LOTTO MINIMO
      * SONO PEZZI; LE DATE GG/MM/AAAA (VALIDO DAL VUOTO = OGGI,
      * VALIDO AL VUOTO = FINO A NUOVO LISTINO). L'ARTICOLO PUO'
      * MANCARE SE IL CODICE DEL FORNITORE E' GIA' ABBINATO DA UN
      * LISTINO PRECEDENTE. UNA PRIMA RIGA SENZA CIFRE NEL PREZZO E'
      * L'INTESTAZIONE DELLE COLONNE E SI SALTA.
      * OGNI RIGA ACCETTATA VA SULLO STORICO E, SE NON E' PIU'
      * VECCHIA DEL PREZZO IN VIGORE, DIVENTA IL PREZZO IN VIGORE SU
      * ARTFORN (TRACCIATO SU AUDITLOG). GLI AUMENTI DEL COSTO AL
      * PEZZO OLTRE LINK-SOGLIA-AUMENTO PER CENTO (A ZERO: OGNI
      * AUMENTO) ESCONO SU TABULATO INSIEME ALLE RIGHE SCARTATE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "artforn.sl".
           copy "artfornst.sl".
           copy "articoli.sl".
           copy "fornitori.sl".
           copy "param.sl".
           select import assign to ws-percorso-csv
                  organization is line sequential
                  file status  is status-import.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "artforn.fd".
           copy "artfornst.fd".
           copy "articoli.fd".
           copy "fornitori.fd".
           copy "param.fd".

       fd  import
           label record is omitted.
       01  rec-import                  pic x(500).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "auditlog.lks".
       copy "errlog.lks".

       77  status-artforn        pic xx.
       77  status-artfornst      pic xx.
       77  status-articoli       pic xx.
       77  status-fornitori      pic xx.
       77  status-param          pic xx.
       77  status-import         pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Import Listino".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.

      * CAMPI DELLA RIGA CSV IN LAVORAZIONE
       01  ws-riga-csv.
           05 ws-csv-articolo    pic x(6).
           05 ws-csv-codice      pic x(20).
           05 ws-csv-prezzo      pic x(20).
           05 ws-csv-confezione  pic x(20).
           05 ws-csv-lotto-min   pic x(20).
           05 ws-csv-valido-dal  pic x(10).
           05 ws-csv-valido-al   pic x(10).

      * VALORI CONVERTITI DELLA RIGA
       77  ws-articolo           pic x(6).
       77  ws-prezzo             pic s9(5)v99.
       77  ws-confezione         pic 9(5).
       77  ws-lotto-minimo       pic 9(5).
       77  ws-valido-dal         pic 9(8).
       77  ws-valido-al          pic 9(8).

      * CONVERSIONE DI UN NUMERO DEL CSV (VEDI CONVERTI-NUMERO)
       77  ws-num-testo          pic x(20).
       77  ws-num-valore         pic s9(7)v99.
       77  ws-num-intera         pic x(7).
       77  ws-num-decimale       pic x(2).
       77  ws-num-intera-num     pic 9(7).
       77  ws-num-decimale-num   pic 9(2).
       77  ws-num-idx            pic 9(2).
       77  ws-num-int-pos        pic 9(2).
       77  ws-num-dec-pos        pic 9(2).
       77  ws-num-char           pic x.
       77  filler                pic 9.
           88 ws-num-in-decimali value 1 false 0.
       77  filler                pic 9.
           88 ws-num-negativo    value 1 false 0.

      * CONVERSIONE DI UNA DATA DEL CSV (VEDI CONVERTI-DATA)
       77  ws-data-testo         pic x(10).
       77  ws-data-valore        pic 9(8).
       77  ws-data-mese          pic 9(2).
       77  ws-data-giorno        pic 9(2).
       77  filler                pic 9.
           88 data-valida        value 1 false 0.

      * CONFRONTO COL PREZZO IN VIGORE
       77  ws-data-corrente      pic 9(8).
       77  ws-costo-precedente   pic s9(7)v9(4).
       77  ws-costo-nuovo        pic s9(7)v9(4).
       77  ws-aumento-perc       pic s9(5)v99.
       77  ws-prezzo-precedente  pic s9(5)v99.
       77  ws-prezzo-ed          pic -zz.zz9,99.
       77  filler                pic 9.
           88 listino-nuovo      value 1 false 0.
       77  filler                pic 9.
           88 riga-valida        value 1 false 0.
       77  filler                pic 9.
           88 csv-aperto         value 1 false 0.

      * SCARTI DA STAMPARE
       78  ws-max-scarti         value 500.
       01  ws-sca-tab.
           05 ws-sca             occurs 500 times indexed by ws-sidx.
              10 ws-sca-riga          pic 9(5).
              10 ws-sca-articolo      pic x(6).
              10 ws-sca-codice        pic x(20).
              10 ws-sca-motivo        pic x(30).
       77  ws-num-scarti         pic 9(3) value 0.
       77  ws-motivo             pic x(30).

      * AUMENTI OLTRE SOGLIA DA STAMPARE
       78  ws-max-aumenti        value 500.
       01  ws-aum-tab.
           05 ws-aum             occurs 500 times indexed by ws-aidx.
              10 ws-aum-articolo      pic x(6).
              10 ws-aum-codice        pic x(20).
              10 ws-aum-costo-prec    pic s9(5)v99.
              10 ws-aum-costo-nuovo   pic s9(5)v99.
              10 ws-aum-perc          pic s9(5)v99.
       77  ws-num-aumenti        pic 9(3) value 0.

      * CONTATORI
       77  ws-num-riga           pic 9(5) value 0.
       77  ws-num-importati      pic 9(5) value 0.
       77  ws-num-abbinati       pic 9(5) value 0.
       77  ws-num-importati-z    pic zzzz9.
       77  ws-num-abbinati-z     pic zzzz9.
       77  ws-num-aumenti-z      pic zzzz9.
       77  ws-num-scarti-z       pic zzzz9.

      * RIGHE PER LA STAMPA
       01  r-riga-scarto.
           05 r-sca-numero       pic zzzz9.
           05 filler             pic x(3).
           05 r-sca-articolo     pic x(8).
           05 r-sca-codice       pic x(22).
           05 r-sca-motivo       pic x(30).

       01  r-riga-aumento.
           05 r-aum-articolo     pic x(8).
           05 r-aum-descrizione  pic x(32).
           05 r-aum-costo-prec   pic zz.zz9,99.
           05 filler             pic x(2).
           05 r-aum-costo-nuovo  pic zz.zz9,99.
           05 filler             pic x(2).
           05 r-aum-perc         pic zzz9,99.
           05 filler             pic x(1) value "%".

       77  r-riga                pic x(100).
       77  ws-titolo-sezione     pic x(50).
       77  ws-testata-sezione    pic x(80).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok          value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.
       77  ws-percorso-csv       pic x(200).

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-percorso-csv     pic x(200).
       77  link-fornitore        pic x(6).
      * AUMENTO PERCENTUALE DEL COSTO AL PEZZO OLTRE IL QUALE LA
      * RIGA FINISCE SUL TABULATO (A ZERO = OGNI AUMENTO)
       77  link-soglia-aumento   pic 9(3)v99.
       77  link-operatore        pic x(20).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-percorso-csv link-fornitore
                                 link-soglia-aumento link-operatore
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           perform OPEN-FILES.
           if tutto-ok
              perform CONTROLLA-FORNITORE
           end-if.
           if tutto-ok
              perform ELABORAZIONE
              if ws-num-scarti > 0 or ws-num-aumenti > 0
                 perform STAMPA-TABULATO
              end-if
           end-if.
           perform CLOSE-FILES.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok   to true.
           set csv-aperto to false.
           move 0 to ws-num-riga ws-num-importati ws-num-abbinati
                     ws-num-scarti ws-num-aumenti.
           move link-percorso-csv to ws-percorso-csv.
           accept ws-data-corrente from century-date.

      ***---
       OPEN-FILES.
           open i-o artforn.
           if status-artforn = "35"
              open output artforn
              close       artforn
              open i-o    artforn
           end-if.
           open i-o artfornst.
           if status-artfornst = "35"
              open output artfornst
              close       artfornst
              open i-o    artfornst
           end-if.
           open input articoli param.
           open input fornitori.
           if status-fornitori = "35"
              open output fornitori
              close       fornitori
              open input  fornitori
           end-if.
           open input import.
           if status-import not = "00"
              set errori to true
           else
              set csv-aperto to true
           end-if.

      ***---
       CONTROLLA-FORNITORE.
           move link-fornitore to for-codice.
           read fornitori no lock
                invalid set errori to true
           end-read.

      ***---
       ELABORAZIONE.
           perform until 1 = 2
              read import at end exit perform end-read
              add 1 to ws-num-riga
              perform ELABORA-RIGA
           end-perform.

      ***---
       ELABORA-RIGA.
           perform SPEZZA-RIGA-CSV.
           move ws-csv-prezzo to ws-num-testo.
           perform CONVERTI-NUMERO.
           if ws-num-riga = 1 and ws-num-int-pos = 0 and
              ws-num-dec-pos = 0
              exit paragraph
           end-if.
           perform CONTROLLA-RIGA.
           if not riga-valida
              perform ACCODA-SCARTO
              exit paragraph
           end-if.
           perform SCRIVI-STORICO.
           if riga-valida
              perform AGGIORNA-LISTINO
           end-if.
           if riga-valida
              add 1 to ws-num-importati
           else
              perform ACCODA-SCARTO
           end-if.

      ***---
       SPEZZA-RIGA-CSV.
           initialize ws-riga-csv.
           unstring rec-import delimited by ";"
                    into ws-csv-articolo ws-csv-codice ws-csv-prezzo
                         ws-csv-confezione ws-csv-lotto-min
                         ws-csv-valido-dal ws-csv-valido-al
           end-unstring.

      ***---
       CONTROLLA-RIGA.
      * IL PREZZO E' GIA' CONVERTITO DA ELABORA-RIGA; L'ARTICOLO DEVE
      * ESSERE UN PRODOTTO DI MAGAZZINO, LA VALIDITA' COERENTE.
           set riga-valida to true.
           move spaces to ws-motivo.
           if ws-num-valore <= 0
              set riga-valida to false
              move "Prezzo mancante o non valido" to ws-motivo
              exit paragraph
           end-if.
           move ws-num-valore to ws-prezzo.
           move ws-csv-articolo to ws-articolo.
           if ws-articolo = spaces
              perform CERCA-ARTICOLO-DA-CODICE
              if not riga-valida
                 exit paragraph
              end-if
           end-if.
           move ws-articolo to art-codice.
           read articoli no lock
                invalid
                   set riga-valida to false
                   move "Articolo inesistente" to ws-motivo
                   exit paragraph
           end-read.
           if not art-merce
              set riga-valida to false
              move "Articolo non di magazzino" to ws-motivo
              exit paragraph
           end-if.
           move ws-csv-confezione to ws-num-testo.
           perform CONVERTI-NUMERO.
           move ws-num-intera-num to ws-confezione.
           if ws-confezione = 0
              move 1 to ws-confezione
           end-if.
           move ws-csv-lotto-min to ws-num-testo.
           perform CONVERTI-NUMERO.
           move ws-num-intera-num to ws-lotto-minimo.
           move ws-csv-valido-dal to ws-data-testo.
           perform CONVERTI-DATA.
           if not data-valida
              set riga-valida to false
              move "Data inizio validita' errata" to ws-motivo
              exit paragraph
           end-if.
           move ws-data-valore to ws-valido-dal.
           if ws-valido-dal = 0
              move ws-data-corrente to ws-valido-dal
           end-if.
           move ws-csv-valido-al to ws-data-testo.
           perform CONVERTI-DATA.
           if not data-valida
              set riga-valida to false
              move "Data fine validita' errata" to ws-motivo
              exit paragraph
           end-if.
           move ws-data-valore to ws-valido-al.
           if ws-valido-al not = 0 and ws-valido-al < ws-valido-dal
              set riga-valida to false
              move "Fine validita' prima dell'inizio" to ws-motivo
           end-if.

      ***---
      * SENZA IL NOSTRO CODICE ARTICOLO VALE L'ABBINAMENTO FATTO DA
      * UN LISTINO PRECEDENTE DELLO STESSO FORNITORE.
       CERCA-ARTICOLO-DA-CODICE.
           if ws-csv-codice = spaces
              set riga-valida to false
              move "Articolo mancante" to ws-motivo
              exit paragraph
           end-if.
           move link-fornitore to afo-fornitore-cod.
           move ws-csv-codice  to afo-codice-fornitore.
           read artforn no lock key is afo-chiave-codice
                invalid
                   set riga-valida to false
                   move "Codice fornitore non abbinato" to ws-motivo
                   exit paragraph
           end-read.
           move afo-articolo to ws-articolo.

      ***---
      * LO STESSO RICOSTRUTTORE DI ST-BANCAIMP: CIFRE PRIMA DELLA
      * VIRGOLA NELLA PARTE INTERA (I PUNTI DI MIGLIAIA SI SALTANO),
      * DUE CIFRE DOPO NEI CENTESIMI, UN MENO OVUNQUE = NEGATIVO.
      * WS-NUM-INT-POS E WS-NUM-DEC-POS A ZERO: NESSUNA CIFRA.
       CONVERTI-NUMERO.
           move spaces to ws-num-intera.
           move zeroes to ws-num-decimale.
           move 0 to ws-num-int-pos ws-num-dec-pos.
           set ws-num-in-decimali to false.
           set ws-num-negativo    to false.
           perform varying ws-num-idx from 1 by 1
                     until ws-num-idx > 20
              move ws-num-testo(ws-num-idx:1) to ws-num-char
              evaluate true
              when ws-num-char = "-"
                   set ws-num-negativo to true
              when ws-num-char = ","
                   set ws-num-in-decimali to true
              when ws-num-char >= "0" and ws-num-char <= "9"
                   if ws-num-in-decimali
                      if ws-num-dec-pos < 2
                         add 1 to ws-num-dec-pos
                         move ws-num-char
                           to ws-num-decimale(ws-num-dec-pos:1)
                      end-if
                   else
                      if ws-num-int-pos < 7
                         add 1 to ws-num-int-pos
                         move ws-num-char
                           to ws-num-intera(ws-num-int-pos:1)
                      end-if
                   end-if
              when other
                   continue
              end-evaluate
           end-perform.
           call "C$JUSTIFY" using ws-num-intera, "R".
           inspect ws-num-intera replacing leading space by zero.
           move ws-num-intera   to ws-num-intera-num.
           move ws-num-decimale to ws-num-decimale-num.
           compute ws-num-valore =
                   ws-num-intera-num +
                   (ws-num-decimale-num / 100).
           if ws-num-negativo
              compute ws-num-valore = ws-num-valore * -1
           end-if.

      ***---
      * GG/MM/AAAA IN AAAAMMGG; VUOTA = ZERO, VALIDA.
       CONVERTI-DATA.
           set data-valida to true.
           move 0 to ws-data-valore.
           if ws-data-testo = spaces
              exit paragraph
           end-if.
           if ws-data-testo(3:1) = "/" and
              ws-data-testo(6:1) = "/"
              move ws-data-testo(7:4) to ws-data-valore(1:4)
              move ws-data-testo(4:2) to ws-data-valore(5:2)
              move ws-data-testo(1:2) to ws-data-valore(7:2)
           end-if.
           if ws-data-valore is not numeric or ws-data-valore = 0
              set data-valida to false
              move 0 to ws-data-valore
              exit paragraph
           end-if.
           move ws-data-valore(5:2) to ws-data-mese.
           move ws-data-valore(7:2) to ws-data-giorno.
           if ws-data-mese < 1 or ws-data-mese > 12 or
              ws-data-giorno < 1 or ws-data-giorno > 31
              set data-valida to false
              move 0 to ws-data-valore
           end-if.

      ***---
      * LO STESSO LISTINO REIMPORTATO RISCRIVE LA SUA RIGA.
       SCRIVI-STORICO.
           initialize rec-artfornst.
           move ws-articolo       to afs-articolo.
           move link-fornitore    to afs-fornitore.
           move ws-valido-dal     to afs-valido-dal.
           read artfornst
                invalid continue
           end-read.
           move ws-csv-codice     to afs-codice-fornitore.
           move ws-prezzo         to afs-prezzo.
           move ws-confezione     to afs-confezione.
           move ws-lotto-minimo   to afs-lotto-minimo.
           move ws-valido-al      to afs-valido-al.
           move ws-data-corrente  to afs-data-import.
           move link-operatore    to afs-operatore.
           if status-artfornst = "00"
              rewrite rec-artfornst
                      invalid
                         set riga-valida to false
                         move "Riscrittura storico fallita"
                           to ws-motivo
              end-rewrite
           else
              write rec-artfornst
                    invalid
                       set riga-valida to false
                       move "Scrittura storico fallita" to ws-motivo
              end-write
           end-if.

      ***---
      * UN PREZZO CON VALIDITA' PIU' VECCHIA DI QUELLO IN VIGORE
      * RESTA SOLO SULLO STORICO. IL CODICE DEL FORNITORE, SE
      * MANCA NEL CSV, RESTA QUELLO GIA' ABBINATO.
       AGGIORNA-LISTINO.
           set listino-nuovo to false.
           move ws-articolo    to afo-articolo.
           move link-fornitore to afo-fornitore.
           read artforn
                invalid
                   set listino-nuovo to true
                   initialize rec-artforn
                   move ws-articolo    to afo-articolo
                   move link-fornitore to afo-fornitore
                   move link-fornitore to afo-fornitore-cod
           end-read.
           if not listino-nuovo
              if ws-valido-dal < afo-valido-dal
                 exit paragraph
              end-if
              perform CONTROLLA-AUMENTO
           end-if.
           move afo-prezzo        to ws-prezzo-precedente.
           if ws-csv-codice not = spaces
              move ws-csv-codice  to afo-codice-fornitore
           end-if.
           move ws-prezzo         to afo-prezzo.
           move ws-confezione     to afo-confezione.
           move ws-lotto-minimo   to afo-lotto-minimo.
           move ws-valido-dal     to afo-valido-dal.
           move ws-valido-al      to afo-valido-al.
           move ws-data-corrente  to afo-data-import.
           move link-operatore    to afo-operatore.
           if listino-nuovo
              write rec-artforn
                    invalid
                       set riga-valida to false
                       move "Scrittura listino fallita" to ws-motivo
                not invalid
                    add 1 to ws-num-abbinati
                    set aul-inserimento to true
                    perform AUDIT-LISTINO
              end-write
           else
              rewrite rec-artforn
                      invalid
                         set riga-valida to false
                         move "Riscrittura listino fallita"
                           to ws-motivo
                  not invalid
                      set aul-modifica to true
                      perform AUDIT-LISTINO
              end-rewrite
           end-if.

      ***---
      * IL CONFRONTO E' SUL COSTO AL PEZZO: UN CAMBIO DI CONFEZIONE A
      * PARITA' DI COSTO UNITARIO NON E' UN AUMENTO.
       CONTROLLA-AUMENTO.
           if afo-prezzo <= 0
              exit paragraph
           end-if.
           if afo-confezione = 0
              move afo-prezzo to ws-costo-precedente
           else
              compute ws-costo-precedente rounded =
                      afo-prezzo / afo-confezione
           end-if.
           compute ws-costo-nuovo rounded = ws-prezzo / ws-confezione.
           if ws-costo-nuovo <= ws-costo-precedente
              exit paragraph
           end-if.
           compute ws-aumento-perc rounded =
                   (ws-costo-nuovo - ws-costo-precedente) * 100
                 / ws-costo-precedente.
           if ws-aumento-perc <= link-soglia-aumento
              exit paragraph
           end-if.
           if ws-num-aumenti < ws-max-aumenti
              add 1 to ws-num-aumenti
              move ws-articolo   to ws-aum-articolo(ws-num-aumenti)
              move ws-csv-codice to ws-aum-codice(ws-num-aumenti)
              if ws-csv-codice = spaces
                 move afo-codice-fornitore
                   to ws-aum-codice(ws-num-aumenti)
              end-if
              compute ws-aum-costo-prec(ws-num-aumenti) rounded =
                      ws-costo-precedente
              compute ws-aum-costo-nuovo(ws-num-aumenti) rounded =
                      ws-costo-nuovo
              move ws-aumento-perc to ws-aum-perc(ws-num-aumenti)
           end-if.

      ***---
       AUDIT-LISTINO.
           move "ST-LISTFORN"           to aul-programma.
           move "ARTFORN"               to aul-file-dati.
           move afo-chiave              to aul-chiave-record.
           move "AFO-PREZZO"            to aul-campo.
           move spaces                  to aul-valore-precedente.
           if not listino-nuovo
              move ws-prezzo-precedente to ws-prezzo-ed
              move ws-prezzo-ed         to aul-valore-precedente
           end-if.
           move afo-prezzo              to ws-prezzo-ed.
           move ws-prezzo-ed            to aul-valore-nuovo.
           move link-operatore          to aul-operatore.
           call "st-audit" using auditlog-link.
           initialize auditlog-link.

      ***---
       ACCODA-SCARTO.
           if ws-num-scarti < ws-max-scarti
              add 1 to ws-num-scarti
              move ws-num-riga     to ws-sca-riga(ws-num-scarti)
              move ws-csv-articolo to ws-sca-articolo(ws-num-scarti)
              move ws-csv-codice   to ws-sca-codice(ws-num-scarti)
              move ws-motivo       to ws-sca-motivo(ws-num-scarti)
           end-if.

      ***---
       STAMPA-TABULATO.
           if link-stampante = spaces
              initialize spooler-link
              call   "selprint" using selprint-linkage
              cancel "selprint"
           else
              move link-stampante to selprint-stampante
           end-if.

           if selprint-stampante not = space
              move selprint-num-copie to SPL-NUM-COPIE
              move selprint-stampante to SPL-NOME-STAMPANTE

              move titolo to spl-nome-job
              set spl-apertura to true
              set spl-vertical to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 move spl-altezza to save-altezza-pagina
                 perform CARICA-FONT
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.

           if tutto-ok
              if ws-num-aumenti > 0
                 perform STAMPA-AUMENTI
              end-if
              if ws-num-scarti > 0
                 if ws-num-aumenti > 0
                    set spl-salto-pagina to true
                    call "spooler" using spooler-link
                 end-if
                 perform STAMPA-SCARTI
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-AUMENTI.
           move "Aumenti di prezzo oltre la soglia"
             to ws-titolo-sezione.
           move "ARTICOLO DESCRIZIONE" to ws-testata-sezione.
           move "COSTO PREC.  COSTO NUOVO  AUMENTO"
             to ws-testata-sezione(41:).
           perform INTESTAZIONE.
           perform varying ws-aidx from 1 by 1
                     until ws-aidx > ws-num-aumenti
              move ws-aum-articolo(ws-aidx) to art-codice
              read articoli no lock
                   invalid move spaces to art-descrizione
              end-read
              move ws-aum-articolo(ws-aidx)    to r-aum-articolo
              move art-descrizione             to r-aum-descrizione
              move ws-aum-costo-prec(ws-aidx)  to r-aum-costo-prec
              move ws-aum-costo-nuovo(ws-aidx) to r-aum-costo-nuovo
              move ws-aum-perc(ws-aidx)        to r-aum-perc
              move r-riga-aumento to r-riga
              perform SCRIVI-RIGA
           end-perform.

      ***---
       STAMPA-SCARTI.
           move "Righe scartate dall'import" to ws-titolo-sezione.
           move "RIGA     ARTICOLO CODICE FORNITORE       MOTIVO"
             to ws-testata-sezione.
           perform INTESTAZIONE.
           perform varying ws-sidx from 1 by 1
                     until ws-sidx > ws-num-scarti
              move ws-sca-riga(ws-sidx)     to r-sca-numero
              move ws-sca-articolo(ws-sidx) to r-sca-articolo
              move ws-sca-codice(ws-sidx)   to r-sca-codice
              move ws-sca-motivo(ws-sidx)   to r-sca-motivo
              move r-riga-scarto to r-riga
              perform SCRIVI-RIGA
           end-perform.

      ***---
       SCRIVI-RIGA.
           add 1 to num-righe.
           if num-righe > 78-max-righe
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              perform INTESTAZIONE
              add 1 to num-righe
           end-if.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move ws-titolo-sezione  to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           move ws-testata-sezione to spl-riga-stampa.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,0 to save-riga.

      ***---
       SCRIVI.
           add  78-passo      to save-riga.
           move save-riga     to spl-riga.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
      * FONT DI RISERVA CONFIGURATI SU PARAM, USATI PIU' SOTTO SE UN
      * FONT STANDARD NON E' INSTALLATO SULLA POSTAZIONE DI STAMPA.
           move spaces to prm-chiave.
           read param  no lock
                invalid initialize rec-param
           end-read.

      * Calibri 20BI
           initialize wfont-data Calibri20BI.
           move 20 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to true.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri20BI          to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri20BI.
           if not tutto-ok
              exit paragraph
           end-if.

      * Calibri 12B
           initialize wfont-data Calibri12B.
           move 12 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri12B           to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri12B.
           if not tutto-ok
              exit paragraph
           end-if.

      * Calibri 10
           initialize wfont-data Calibri10.
           move 10 to wfont-size.
           move "Calibri"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           move Calibri10            to ws-font-handle-target.
           perform CARICA-FONT-CON-FALLBACK.
           move ws-font-handle-target to Calibri10.

      ***---
       CARICA-FONT-CON-FALLBACK.
      * TENTA, NELL'ORDINE CONFIGURATO SU PARAM, I FONT DI RISERVA
      * PRIMA DI ARRENDERSI E BLOCCARE LA STAMPA: DIMENSIONE E STILE
      * GIA' IMPOSTATI DAL CHIAMANTE IN WFONT-DATA, CAMBIA SOLO IL
      * NOME.
           call "W$FONT" using wfont-get-font, ws-font-handle-target,
                               wfont-data
                        giving wfont-status.

           move 0 to ws-font-idx.
           perform until wfont-status = 1 or ws-font-idx > 3
              add 1 to ws-font-idx
              if prm-font-fallback (ws-font-idx) not = spaces
                 move prm-font-fallback (ws-font-idx) to wfont-name
                 call "W$FONT" using wfont-get-font,
                                     ws-font-handle-target,
                                     wfont-data
                              giving wfont-status
              end-if
           end-perform.

           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.

           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.

           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verrà abortita!"
                                    delimited size
              into messaggio.

           inspect messaggio replacing trailing space by low-value.

           display message messaggio.

           initialize errlog-link.
           move "ST-LISTFORN"     to ell-programma.
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
           move ws-num-importati to ws-num-importati-z.
           move ws-num-abbinati  to ws-num-abbinati-z.
           move ws-num-aumenti   to ws-num-aumenti-z.
           move ws-num-scarti    to ws-num-scarti-z.
           string "Prezzi importati: "    delimited size
                  ws-num-importati-z      delimited size
                  X"0D0A"                 delimited size
                  "Articoli nuovi per il fornitore: "
                                          delimited size
                  ws-num-abbinati-z       delimited size
                  X"0D0A"                 delimited size
                  "Aumenti oltre soglia: " delimited size
                  ws-num-aumenti-z        delimited size
                  X"0D0A"                 delimited size
                  "Righe scartate: "      delimited size
                  ws-num-scarti-z         delimited size
             into messaggio
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close artforn artfornst articoli fornitori param.
           if csv-aperto
              close import
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".

           destroy Calibri20BI.
           destroy Calibri12B.
           destroy Calibri10.

           cancel "spooler".
           initialize spooler-link.
           goback.
