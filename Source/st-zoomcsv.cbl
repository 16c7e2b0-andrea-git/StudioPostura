      * DELLA GRIGLIA), PER CODIVA-ESENTE ESCONO SOLO LE ALIQUOTE A
      * ZERO. L'ESITO KO PER GLI ARCHIVI FUORI CATALOGO LO SEGNALA
      * IL CHIAMANTE (VEDI ZOOM-GT), CHE SA DI AVERLO RICHIESTO.
      * CON UNA VISTA SALVATA (ZOOMVIST, VEDI ST-ZOOMVISTE) ESCONO
      * SOLO LE SUE COLONNE VISIBILI E LE RIGHE CHE PASSANO I SUOI
      * FILTRI; L'ORDINAMENTO ALFABETICO VALE PER CLIENTI E ARTICOLI,
      * GLI ALTRI ARCHIVI ESCONO IN ORDINE DI CHIAVE PRIMARIA. UNA
      * VISTA CHIESTA E NON TROVATA E' UN KO. CHI CHIAMA DA UN PASSO
      * NOTTURNO (ST-ZOOMCSVNOTT) CHIEDE DI NON MOSTRARE MESSAGGI.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "abbonamenti.sl".
           copy "tlistini.sl".
           copy "zoomcfg.sl".
           copy "zoomvist.sl".
           select csvout assign to ws-percorso-csv
                  organization is line sequential
                  file status  is status-csvout.
           copy "abbonamenti.fd".
           copy "tlistini.fd".
           copy "zoomcfg.fd".
           copy "zoomvist.fd".

       fd  csvout
           label record is omitted.

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "errlog.lks".

       77  status-clienti        pic xx.
       77  status-articoli       pic xx.
       77  status-abbonamenti    pic xx.
       77  status-tlistini       pic xx.
       77  status-zoomcfg        pic xx.
       77  status-zoomvist       pic xx.
       77  status-csvout         pic xx.

       77  filler                pic 9.
           88 configurato        value 1 false 0.
       77  filler                pic 9.
           88 solo-codiva-esenti value 1 false 0.
       77  filler                pic 9.
           88 con-vista          value 1 false 0.
       77  filler                pic 9.
           88 riga-filtrata      value 1 false 0.

      * NOME NORMALIZZATO: LE VARIANTI DELLA GRIGLIA RICADONO
      * SULL'ARCHIVIO BASE E SULLA COLONNA GIUSTA PER IL PREFISSO.
              10 ws-col-decimali      pic 9(2).
       77  ws-num-colonne        pic 9(2) value 0.

      * POSIZIONE DI TUTTE LE COLONNE ZOOMCFG, ANCHE DI QUELLE CHE
      * LA VISTA NASCONDE: SERVONO AL PREFISSO E AI FILTRI
       01  ws-campi-tab.
           05 ws-campo           occurs 10 times.
              10 ws-campo-offset      pic 9(5).
              10 ws-campo-lunghezza   pic 9(4).

      * FILTRI DELLA VISTA SALVATA, RISOLTI SULLE COLONNE
       01  ws-flt-tab.
           05 ws-flt             occurs 5 times indexed by ws-fidx.
              10 ws-flt-campo         pic 9(2).
              10 ws-flt-modo          pic x.
              10 ws-flt-valore        pic x(30).
              10 ws-flt-valore-len    pic 9(2).
       77  ws-ordinamento        pic 9 value 0.
       77  ws-confronto-len      pic 9(2).
       77  ws-campo-conf         pic x(30).
       77  ws-valore-conf        pic x(30).

       77  ws-buffer             pic x(1000).
       77  ws-valore             pic x(80).
       77  ws-valore-num         pic x(20).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
      * VISTA SALVATA DA APPLICARE (NOME A SPAZI = NESSUNA):
      * PROPRIETARIO A SPAZI = VISTA CONDIVISA
       01  link-vista.
           05 link-vista-proprietario pic x(10).
           05 link-vista-nome         pic x(30).
           05 link-vista-messaggi     pic x.
              88 link-senza-messaggi  value "N".

      ******************************************************************
       PROCEDURE DIVISION using link-nome-file link-prefisso
                                 link-percorso-csv link-esito
                                 link-vista.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok and con-vista
              perform CARICA-VISTA
           end-if.
           if tutto-ok
              perform CARICA-METADATI
           end-if.
           inspect ws-prefisso tallying ws-prefisso-len
                   for characters before initial low-value.
           inspect ws-prefisso replacing trailing low-value by spaces.
           set con-vista to false.
           if link-vista-nome not = spaces
              set con-vista to true
           end-if.
           initialize ws-flt-tab ws-campi-tab.
           move 0 to ws-ordinamento.

      ***---
      * LA VISTA SI CERCA SULL'ARCHIVIO BASE, COME LA SALVA
      * ST-ZOOMVISTE; LE COLONNE NASCOSTE RESTANO IN REC-ZOOMVIST
      * PER CARICA-METADATI, I FILTRI SI RISOLVONO LI' DENTRO.
       CARICA-VISTA.
           open input zoomvist.
           if status-zoomvist not = "00"
              move "CARICA-VISTA"  to ell-paragrafo
              move "ZOOMVIST"      to ell-file
              move status-zoomvist to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           move ws-nome-file            to zvi-file.
           move link-vista-proprietario to zvi-operatore.
           move link-vista-nome         to zvi-nome.
           read zoomvist no lock
                invalid set tutto-ok to false
           end-read.
           close zoomvist.
           if not tutto-ok
              exit paragraph
           end-if.
           move zvi-ordinamento to ws-ordinamento.
           perform varying ws-fidx from 1 by 1 until ws-fidx > 5
              move zvi-filtro-campo(ws-fidx)  to ws-flt-campo(ws-fidx)
              move zvi-filtro-modo(ws-fidx)   to ws-flt-modo(ws-fidx)
              move zvi-filtro-valore(ws-fidx) to ws-valore-conf
              inspect ws-valore-conf converting
                      "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move ws-valore-conf to ws-flt-valore(ws-fidx)
              inspect ws-valore-conf
                      replacing trailing spaces by low-value
              move 0 to ws-flt-valore-len(ws-fidx)
              inspect ws-valore-conf tallying ws-flt-valore-len(ws-fidx)
                      for characters before initial low-value
           end-perform.

      ***---
       CARICA-METADATI.
           set configurato to false.
           open input zoomcfg.
           if status-zoomcfg not = "00"
              move "CARICA-METADATI" to ell-paragrafo
              move "ZOOMCFG"         to ell-file
              move status-zoomcfg    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
                 read zoomcfg no lock
                      invalid exit perform
                 end-read
                 move zcf-offset    to ws-campo-offset(ws-idx)
                 move zcf-lunghezza to ws-campo-lunghezza(ws-idx)
      * LE COLONNE CHE LA VISTA NASCONDE NON ESCONO
                 if not con-vista or
                    not zvi-colonna-nascosta(ws-idx)
                    add 1 to ws-num-colonne
                    set ws-cidx to ws-num-colonne
                    move zcf-nome      to ws-col-nome(ws-cidx)
                    move zcf-offset    to ws-col-offset(ws-cidx)
                    move zcf-lunghezza to ws-col-lunghezza(ws-cidx)
                    move zcf-tipo      to ws-col-tipo(ws-cidx)
                    move zcf-decimali  to ws-col-decimali(ws-cidx)
                 end-if
              end-perform
           end-if.
           close zoomcfg.
           if not configurato or ws-num-colonne = 0
              set tutto-ok to false
           end-if.
           if ws-filtro-colonna > 10
              move 1 to ws-filtro-colonna
           end-if.
           if ws-campo-lunghezza(ws-filtro-colonna) = 0
              move 1 to ws-filtro-colonna
           end-if.
      * UN FILTRO SU UNA COLONNA NON PIU' CONFIGURATA NON FILTRA
           perform varying ws-fidx from 1 by 1 until ws-fidx > 5
              if ws-flt-campo(ws-fidx) > 10
                 move 0 to ws-flt-campo(ws-fidx)
              end-if
              if ws-flt-campo(ws-fidx) > 0
                 if ws-campo-lunghezza(ws-flt-campo(ws-fidx)) = 0
                    move 0 to ws-flt-campo(ws-fidx)
                 end-if
              end-if
           end-perform.

      ***---
       APRI-CSV.
           open output csvout.
           if status-csvout not = "00"
              move "APRI-CSV"    to ell-paragrafo
              move "CSVOUT"      to ell-file
              move status-csvout to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
           else
              set csv-aperto to true
       ESPORTA-CLIENTI.
           open input clienti.
           if status-clienti not = "00"
              move "ESPORTA-CLIENTI" to ell-paragrafo
              move "CLIENTI"         to ell-file
              move status-clienti    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           if ws-ordinamento = 1
              move low-value to cli-ragsoc
              start clienti key >= cli-ragsoc
                    invalid continue
              end-start
           else
              move low-value to cli-codice
              start clienti key >= cli-codice
                    invalid continue
              end-start
           end-if.
           perform until 1 = 2
              read clienti next at end exit perform end-read
              move spaces to ws-buffer
       ESPORTA-ARTICOLI.
           open input articoli.
           if status-articoli not = "00"
              move "ESPORTA-ARTICOLI" to ell-paragrafo
              move "ARTICOLI"         to ell-file
              move status-articoli    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
           if ws-ordinamento = 1
              move low-value to art-descrizione
              start articoli key >= art-descrizione
                    invalid continue
              end-start
           else
              move low-value to art-codice
              start articoli key >= art-codice
                    invalid continue
              end-start
           end-if.
           perform until 1 = 2
              read articoli next at end exit perform end-read
              move spaces to ws-buffer
       ESPORTA-CODIVA.
           open input codiva.
           if status-codiva not = "00"
              move "ESPORTA-CODIVA" to ell-paragrafo
              move "CODIVA"         to ell-file
              move status-codiva    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TIPOCLI.
           open input tipocli.
           if status-tipocli not = "00"
              move "ESPORTA-TIPOCLI" to ell-paragrafo
              move "TIPOCLI"         to ell-file
              move status-tipocli    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TPAGAM.
           open input tpagam.
           if status-tpagam not = "00"
              move "ESPORTA-TPAGAM" to ell-paragrafo
              move "TPAGAM"         to ell-file
              move status-tpagam    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-OPERATORI.
           open input operatori.
           if status-operatori not = "00"
              move "ESPORTA-OPERATORI" to ell-paragrafo
              move "OPERATORI"         to ell-file
              move status-operatori    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TFATTURE.
           open input tfatture.
           if status-tfatture not = "00"
              move "ESPORTA-TFATTURE" to ell-paragrafo
              move "TFATTURE"         to ell-file
              move status-tfatture    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TCORRISP.
           open input tcorrisp.
           if status-tcorrisp not = "00"
              move "ESPORTA-TCORRISP" to ell-paragrafo
              move "TCORRISP"         to ell-file
              move status-tcorrisp    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TNOTACR.
           open input tnotacr.
           if status-tnotacr not = "00"
              move "ESPORTA-TNOTACR" to ell-paragrafo
              move "TNOTACR"         to ell-file
              move status-tnotacr    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TSCHEDE.
           open input tschede.
           if status-tschede not = "00"
              move "ESPORTA-TSCHEDE" to ell-paragrafo
              move "TSCHEDE"         to ell-file
              move status-tschede    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-RSCHEDE.
           open input rschede.
           if status-rschede not = "00"
              move "ESPORTA-RSCHEDE" to ell-paragrafo
              move "RSCHEDE"         to ell-file
              move status-rschede    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-APPUNTAMENTI.
           open input appuntamenti.
           if status-appuntamenti not = "00"
              move "ESPORTA-APPUNTAMENTI" to ell-paragrafo
              move "APPUNTAMENTI"         to ell-file
              move status-appuntamenti    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-INCASSI.
           open input incassi.
           if status-incassi not = "00"
              move "ESPORTA-INCASSI" to ell-paragrafo
              move "INCASSI"         to ell-file
              move status-incassi    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-SCADENZE.
           open input scadenze.
           if status-scadenze not = "00"
              move "ESPORTA-SCADENZE" to ell-paragrafo
              move "SCADENZE"         to ell-file
              move status-scadenze    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-MOVMAG.
           open input movmag.
           if status-movmag not = "00"
              move "ESPORTA-MOVMAG" to ell-paragrafo
              move "MOVMAG"         to ell-file
              move status-movmag    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-COMUNICAZIONI.
           open input comunicazioni.
           if status-comunicazioni not = "00"
              move "ESPORTA-COMUNICAZIONI" to ell-paragrafo
              move "COMUNICAZIONI"         to ell-file
              move status-comunicazioni    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-SPOOLQ.
           open input spoolq.
           if status-spoolq not = "00"
              move "ESPORTA-SPOOLQ" to ell-paragrafo
              move "SPOOLQ"         to ell-file
              move status-spoolq    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-LISTATTESA.
           open input listattesa.
           if status-listattesa not = "00"
              move "ESPORTA-LISTATTESA" to ell-paragrafo
              move "LISTATTESA"         to ell-file
              move status-listattesa    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-FORNITORI.
           open input fornitori.
           if status-fornitori not = "00"
              move "ESPORTA-FORNITORI" to ell-paragrafo
              move "FORNITORI"         to ell-file
              move status-fornitori    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-ABBONAMENTI.
           open input abbonamenti.
           if status-abbonamenti not = "00"
              move "ESPORTA-ABBONAMENTI" to ell-paragrafo
              move "ABBONAMENTI"         to ell-file
              move status-abbonamenti    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
       ESPORTA-TLISTINI.
           open input tlistini.
           if status-tlistini not = "00"
              move "ESPORTA-TLISTINI" to ell-paragrafo
              move "TLISTINI"         to ell-file
              move status-tlistini    to ell-status
              perform REGISTRA-ERRORE-FILE
              set tutto-ok to false
              exit paragraph
           end-if.
      * USO (LA PRIMA, O LA SECONDA PER LE VARIANTI "-ALFA"), COME
      * LA RIPARTENZA DALLA CHIAVE DIGITATA DELLO ZOOM.
           if ws-prefisso-len > 0
              compute ws-pos = ws-campo-offset(ws-filtro-colonna) + 1
              if ws-buffer(ws-pos:ws-prefisso-len) not =
                 link-prefisso(1:ws-prefisso-len)
                 exit paragraph
              end-if
           end-if.
           if con-vista
              perform APPLICA-FILTRI-VISTA
              if riga-filtrata
                 exit paragraph
              end-if
           end-if.
           move spaces to ws-riga-csv.
           move 0 to ws-pos.
           perform varying ws-cidx from 1 by 1
           write rec-csvout.
           add 1 to ws-num-righe.

      ***---
      * STESSE REGOLE DELLA GRIGLIA (VEDI APPLICA-VISTA IN ZOOM-GT):
      * SENZA DISTINZIONE TRA MAIUSCOLE E MINUSCOLE, SUI PRIMI 30
      * CARATTERI DELLA COLONNA.
       APPLICA-FILTRI-VISTA.
           set riga-filtrata to false.
           perform varying ws-fidx from 1 by 1
                     until ws-fidx > 5 or riga-filtrata
              if ws-flt-campo(ws-fidx) > 0
                 perform CONFRONTA-FILTRO-VISTA
              end-if
           end-perform.

      ***---
       CONFRONTA-FILTRO-VISTA.
           move ws-flt-campo(ws-fidx) to ws-idx.
           move ws-campo-lunghezza(ws-idx) to ws-confronto-len.
           if ws-campo-lunghezza(ws-idx) > 30
              move 30 to ws-confronto-len
           end-if.
           compute ws-pos = ws-campo-offset(ws-idx) + 1.
           move spaces to ws-campo-conf.
           move ws-buffer(ws-pos:ws-confronto-len) to ws-campo-conf.
           inspect ws-campo-conf converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move ws-flt-valore(ws-fidx) to ws-valore-conf.
           move ws-flt-valore-len(ws-fidx) to ws-confronto-len.
           evaluate ws-flt-modo(ws-fidx)
           when "I"
                if ws-campo-conf(1:ws-confronto-len) not =
                   ws-valore-conf(1:ws-confronto-len)
                   set riga-filtrata to true
                end-if
           when "U"
                if ws-campo-conf not = ws-valore-conf
                   set riga-filtrata to true
                end-if
           when "E"
                if ws-campo-conf(1:ws-confronto-len) =
                   ws-valore-conf(1:ws-confronto-len)
                   set riga-filtrata to true
                end-if
           end-evaluate.

      ***---
       ESTRAI-VALORE-COLONNA.
           move spaces to ws-valore.
       MESSAGGIO-RIEPILOGO.
      * IL KO NON SI SEGNALA QUI: LO FA IL CHIAMANTE (ZOOM-GT), CHE
      * SA QUALE ARCHIVIO HA CHIESTO E LO NOMINA NEL MESSAGGIO.
           if not tutto-ok or link-senza-messaggi
              exit paragraph
           end-if.
           initialize messaggio.
           end-string.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ST-ZOOMCSV"       to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
