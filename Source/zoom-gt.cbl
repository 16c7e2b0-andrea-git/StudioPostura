      * CONTEGGI RECORD PERSISTITI DA ST-FILEMON: ALIMENTANO
      * L'INDICATORE "CARICATI N DI ..." DELLA GRIGLIA INCREMENTALE
           copy "filecnt.sl".
      * VISTE SALVATE (VEDI ST-ZOOMVISTE) E ELENCO DI LAVORO PER LA
      * SCELTA ALL'APERTURA DELLA GRIGLIA (VEDI SCEGLI-VISTA)
           copy "zoomvist.sl".
           copy "zoomvsel.sl".

       DATA DIVISION.
       FILE SECTION.
           copy "zoomcfg.fd".
           copy "filecnt.fd".
           copy "zoomvist.fd".
           copy "zoomvsel.fd".

       working-storage section.
      *************************
       copy "acugui.def".
       copy "acucobol.def".
       copy "crtvars.def".
       copy "errlog.lks".

       77  status-zoomcfg          pic xx.
       77  status-filecnt          pic xx.
       77  status-zoomvist         pic xx.
       77  status-zoomvsel         pic xx.

      * INDICATORE DI CARICAMENTO E RIPARTENZA DAL PREFISSO DIGITATO
       77  ws-titolo-zoom          pic x(80).
       77  ws-csv-nome             pic x(20).
       77  messaggio-csv           pic x(150).

      * VISTA SALVATA SCELTA ALL'APERTURA (VEDI SCEGLI-VISTA): SI
      * COPIA QUI PERCHE' ZOOMVIST SI CHIUDE PRIMA DELLA GRIGLIA
       77  ws-operatore            pic x(10).
       77  ws-vista-file           pic x(20).
       77  ws-vista-nome           pic x(30).
       77  ws-num-viste            pic 9(3).
       77  ws-vidx                 pic 9(2).
       77  ws-vidx2                pic 9(2).
       77  ws-fslot                pic 9(2).
       77  ws-valore-vista         pic x(30).
       77  ws-valore-len           pic 9(2).
       01  ws-vista.
           05 ws-vista-ordinamento pic 9.
           05 ws-vista-filtro      occurs 5 times.
              10 ws-vista-filtro-campo  pic 9(2).
              10 ws-vista-filtro-modo   pic x.
              10 ws-vista-filtro-valore pic x(30).
           05 ws-vista-colonna     pic x occurs 10 times.
      * RIGA DELL'ELENCO SCELTA DALL'OPERATORE (STESSO TRACCIATO DI
      * REC-ZOOMVSEL)
       01  ws-vsel-record.
           05 ws-vsel-operatore    pic x(10).
           05 ws-vsel-progressivo  pic 9(3).
           05 ws-vsel-nome         pic x(30).
           05 ws-vsel-tipo         pic x(10).
           05 ws-vsel-proprietario pic x(10).
      * LA STESSA VISTA VALE PER IL CSV (VEDI ST-ZOOMCSV)
       01  ws-vista-csv.
           05 ws-vista-csv-proprietario pic x(10).
           05 ws-vista-csv-nome         pic x(30).
           05 ws-vista-csv-messaggi     pic x.

       78 78-walt              value 1.
       78 78-win-box           value 2.
       78 78-about             value 3.
       77  filler  pic 9 value 0.
         88 trovato-in-zoomcfg value 1, false 0.

       77  filler  pic 9 value 0.
         88 vista-scelta value 1, false 0.

       LINKAGE SECTION.
       77  como-file   pic x(20).
       77  como-record pic x(32000).
      * CLIENTI LA DIFFERENZA E' DA CONGELAMENTO A ISTANTANEO.
           set environment "XZOOM_INCREMENTAL" to 1.
           set environment "XZOOM_PAGE_SIZE"   to 100.
      * VISTA SALVATA: DALLA VARIABILE "ZOOM_VISTA" O SCELTA
      * DALL'ELENCO DELLE VISTE DELL'OPERATORE E CONDIVISE; SI
      * APPLICA SOPRA LA PREPARAZIONE NORMALE (VEDI APPLICA-VISTA).
           perform SCEGLI-VISTA.
      * L'INDICATORE "CARICATI N DI TOTALE" USA IL TOTALE CONTATO
      * DA ST-FILEMON (FILE FILECNT), SENZA RICONTARE L'ARCHIVIO.
           perform IMPOSTA-INDICATORE-TOTALE.
                end-if
           end-evaluate.

           if vista-scelta
              perform APPLICA-VISTA
           end-if.


      * RIPARTENZA DALLA CHIAVE DIGITATA: IL PREFISSO GIA' SCRITTO
      * DALL'OPERATORE (IN TESTA AL RECORD PASSATO) DIVENTA IL
             into ws-csv-percorso
           end-string.
           call "st-zoomcsv" using como-file ws-csv-prefisso
                                   ws-csv-percorso ws-csv-esito
                                   ws-vista-csv.
           cancel "st-zoomcsv".
      * L'ESITO SI CONTROLLA QUI: SE L'ARCHIVIO NON E' NEL CATALOGO
      * DI ST-ZOOMCSV (O NON HA RIGHE ZOOMCFG) L'OPERATORE DEVE
              display message messaggio-csv
           end-if.

      ***---
      * LE VISTE SI SALVANO SULL'ARCHIVIO BASE (VEDI ST-ZOOMVISTE):
      * LE VARIANTI DELLA GRIGLIA PROPONGONO LE STESSE. CON LA
      * VARIABILE "ZOOM_VISTA" LA VISTA E' GIA' DECISA (PRIMA QUELLA
      * PERSONALE, POI LA CONDIVISA CON LO STESSO NOME); ALTRIMENTI,
      * SE CE NE SONO, SI MOSTRA L'ELENCO E CON ESC SI APRE LA
      * GRIGLIA COMPLETA DI SEMPRE.
       SCEGLI-VISTA.
           set vista-scelta to false.
           initialize ws-vista ws-vista-csv.
           move como-file to ws-vista-file.
           evaluate como-file
           when "clienti-alfa"  move "clienti"  to ws-vista-file
           when "articoli-alfa" move "articoli" to ws-vista-file
           when "tipocli-alfa"  move "tipocli"  to ws-vista-file
           when "codiva-esente" move "codiva"   to ws-vista-file
           end-evaluate.
           move spaces to ws-operatore.
           accept ws-operatore from environment "OPERATORE".

           open input zoomvist.
           if status-zoomvist not = "00"
              move "SCEGLI-VISTA"  to ell-paragrafo
              move "ZOOMVIST"      to ell-file
              move status-zoomvist to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.

           move spaces to ws-vista-nome.
           accept ws-vista-nome from environment "ZOOM_VISTA".
           if ws-vista-nome not = spaces
              move ws-vista-file to zvi-file
              move ws-operatore  to zvi-operatore
              move ws-vista-nome to zvi-nome
              read zoomvist no lock
                   invalid
                      move spaces to zvi-operatore
                      read zoomvist no lock
                           invalid continue
                       not invalid set vista-scelta to true
                      end-read
               not invalid set vista-scelta to true
              end-read
           else
              perform PROPONI-ELENCO-VISTE
           end-if.

           if vista-scelta
              move zvi-ordinamento to ws-vista-ordinamento
              perform varying ws-vidx from 1 by 1 until ws-vidx > 5
                 move zvi-filtro-campo(ws-vidx)
                   to ws-vista-filtro-campo(ws-vidx)
                 move zvi-filtro-modo(ws-vidx)
                   to ws-vista-filtro-modo(ws-vidx)
                 move zvi-filtro-valore(ws-vidx)
                   to ws-vista-filtro-valore(ws-vidx)
              end-perform
              perform varying ws-vidx from 1 by 1 until ws-vidx > 10
                 move zvi-colonna(ws-vidx) to ws-vista-colonna(ws-vidx)
              end-perform
              move zvi-operatore to ws-vista-csv-proprietario
              move zvi-nome      to ws-vista-csv-nome
           end-if.
           close zoomvist.

      ***---
      * L'ELENCO DI LAVORO DELL'OPERATORE SI SVUOTA E SI RIEMPIE CON
      * LE SUE VISTE PERSONALI E CON QUELLE CONDIVISE DELL'ARCHIVIO;
      * LA GRIGLIA DI SCELTA FILTRA SULL'OPERATORE. LA RIGA SCELTA
      * RIPORTA PROPRIETARIO E NOME PER RILEGGERE LA VISTA.
       PROPONI-ELENCO-VISTE.
           open i-o zoomvsel.
           if status-zoomvsel = "35"
              open output zoomvsel
              close       zoomvsel
              open i-o    zoomvsel
           end-if.
           if status-zoomvsel not = "00"
              move "PROPONI-ELENCO-VISTE" to ell-paragrafo
              move "ZOOMVSEL"             to ell-file
              move status-zoomvsel        to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.

           move ws-operatore to zvs-operatore.
           move 0            to zvs-progressivo.
           start zoomvsel key >= zvs-chiave
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read zoomvsel next at end exit perform end-read
                    if zvs-operatore not = ws-operatore
                       exit perform
                    end-if
                    delete zoomvsel record invalid continue end-delete
                 end-perform
           end-start.

           move 0 to ws-num-viste.
           if ws-operatore not = spaces
              move ws-operatore to ws-vsel-proprietario
              move "personale"  to ws-vsel-tipo
              perform ACCODA-VISTE-ELENCO
           end-if.
           move spaces       to ws-vsel-proprietario.
           move "condivisa"  to ws-vsel-tipo.
           perform ACCODA-VISTE-ELENCO.
           close zoomvsel.

           if ws-num-viste = 0
              exit paragraph
           end-if.

           initialize xzoom-linkage xzoom-ext-info(1).
           move  0                       to xzoom-file-key.
           move  0                       to xzoom-row.
           move  0                       to xzoom-cln.
           move  12                      to xzoom-lw.
           move  60                      to xzoom-sw.
           move "zoomvsel"               to xzoom-file-name(1).
           move  1                       to idx.
           move  30                      to xzoom-field-length(idx).
           move  13                      to xzoom-field-offset(idx).
           move  30                      to xzoom-field-column(idx).
           move "Vista"                  to xzoom-field-name(idx).
           set  xzoom-ft-alpha(idx)      to true.
           move  2                       to idx.
           move  10                      to xzoom-field-length(idx).
           move  43                      to xzoom-field-offset(idx).
           move  10                      to xzoom-field-column(idx).
           move "Tipo"                   to xzoom-field-name(idx).
           set  xzoom-ft-alpha(idx)      to true.
           move  idx                     to xzoom-fields.
           set xzoom-when-true(1)        to true.
           set xzoom-begin-with(1)       to true.
           move ws-operatore             to xzoom-wild-value(1).
           move 10                       to xzoom-wild-value-length(1).
           move 10                       to xzoom-wild-length(1).
           move 0                        to xzoom-wild-offset(1).
           move  -1                      to xzoom-delimiter-offset.
           move  5                       to xzoom-delimiter-length.
           move "000"                    to xzoom-from-value.
           move "000"                    to xzoom-to-value.

           set environment "XZOOM_TITLE" to
               "Viste salvate (Esc = griglia completa)".
           initialize ws-vsel-record.
           call "XZOOM" using xzoom-linkage ws-vsel-record
                        giving stato-zoom.
           cancel "XZOOM".
           set environment "XZOOM_TITLE" to " ".

           if stato-zoom = 0 and ws-vsel-nome not = spaces
              move ws-vista-file        to zvi-file
              move ws-vsel-proprietario to zvi-operatore
              move ws-vsel-nome         to zvi-nome
              read zoomvist no lock
                   invalid continue
               not invalid set vista-scelta to true
              end-read
           end-if.

      ***---
       ACCODA-VISTE-ELENCO.
           move ws-vista-file        to zvi-file.
           move ws-vsel-proprietario to zvi-operatore.
           move low-value            to zvi-nome.
           start zoomvist key >= zvi-chiave
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read zoomvist next at end exit perform end-read
                    if zvi-file      not = ws-vista-file or
                       zvi-operatore not = ws-vsel-proprietario or
                       ws-num-viste  = 999
                       exit perform
                    end-if
                    add 1 to ws-num-viste
                    move ws-operatore         to zvs-operatore
                    move ws-num-viste         to zvs-progressivo
                    move zvi-nome             to zvs-nome
                    move ws-vsel-tipo         to zvs-tipo
                    move ws-vsel-proprietario to zvs-proprietario
                    write rec-zoomvsel invalid continue end-write
                 end-perform
           end-start.

      ***---
      * LA VISTA SCELTA SI APPOGGIA SUI METADATI ZOOMCFG DELL'ARCHIVIO
      * BASE: L'ORDINAMENTO DIVENTA LA CHIAVE DI LETTURA, I FILTRI
      * OCCUPANO LE POSIZIONI LIBERE DELLA TABELLA FILTRI (QUELLI
      * GIA' MESSI DALLA PREPARAZIONE, COME PER CODIVA-ESENTE,
      * RESTANO) E LE COLONNE NASCOSTE SI TOLGONO DALLA GRIGLIA
      * RICONOSCENDOLE DA OFFSET E LUNGHEZZA, COSI' VALE ANCHE PER
      * LE GRIGLIE PREPARATE A MANO. UNA COLONNA RESTA SEMPRE.
       APPLICA-VISTA.
           move ws-vista-ordinamento to xzoom-file-key.
           open input zoomcfg.
           if status-zoomcfg not = "00"
              move "APPLICA-VISTA" to ell-paragrafo
              move "ZOOMCFG"       to ell-file
              move status-zoomcfg  to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
           perform varying ws-vidx from 1 by 1 until ws-vidx > 5
              if ws-vista-filtro-campo(ws-vidx) > 0
                 perform AGGIUNGI-FILTRO-VISTA
              end-if
           end-perform.
           perform varying ws-vidx from 1 by 1 until ws-vidx > 10
              if ws-vista-colonna(ws-vidx) = "N"
                 perform NASCONDI-COLONNA-VISTA
              end-if
           end-perform.
           close zoomcfg.

      ***---
      * "I" INIZIA COL VALORE, "U" UGUALE (SU TUTTA LA COLONNA, AL
      * PIU' 30 CARATTERI), "E" ESCLUDE LE RIGHE CHE INIZIANO COL
      * VALORE; SEMPRE SENZA DISTINZIONE TRA MAIUSCOLE E MINUSCOLE.
       AGGIUNGI-FILTRO-VISTA.
           move ws-vista-file                  to zcf-file.
           move ws-vista-filtro-campo(ws-vidx) to zcf-campo.
           read zoomcfg
                invalid key continue
           end-read.
           if status-zoomcfg not = "00"
              if status-zoomcfg not = "23"
                 move "AGGIUNGI-FILTRO-VISTA" to ell-paragrafo
                 move "ZOOMCFG"               to ell-file
                 move status-zoomcfg          to ell-status
                 perform REGISTRA-ERRORE-FILE
              end-if
              exit paragraph
           end-if.
           move 0 to ws-fslot.
           perform varying ws-vidx2 from 1 by 1 until ws-vidx2 > 10
              if xzoom-wild-length(ws-vidx2) = 0
                 move ws-vidx2 to ws-fslot
                 exit perform
              end-if
           end-perform.
           if ws-fslot = 0
              exit paragraph
           end-if.

           move ws-vista-filtro-valore(ws-vidx) to ws-valore-vista.
           inspect ws-valore-vista
                   replacing trailing spaces by low-value.
           move 0 to ws-valore-len.
           inspect ws-valore-vista tallying ws-valore-len
                   for characters before initial low-value.
           inspect ws-valore-vista
                   replacing trailing low-value by spaces.

           evaluate ws-vista-filtro-modo(ws-vidx)
           when "I"
                set xzoom-when-true(ws-fslot)  to true
                set xzoom-begin-with(ws-fslot) to true
           when "U"
                set xzoom-when-true(ws-fslot)  to true
                move 0 to xzoom-filter-begin(ws-fslot)
                move zcf-lunghezza to ws-valore-len
                if ws-valore-len > 30
                   move 30 to ws-valore-len
                end-if
           when "E"
                move 0 to xzoom-filter-cond(ws-fslot)
                set xzoom-begin-with(ws-fslot) to true
           when other
                exit paragraph
           end-evaluate.
           set xzoom-ignore-case(ws-fslot) to true.
           move ws-valore-vista to xzoom-wild-value(ws-fslot).
           move ws-valore-len   to xzoom-wild-value-length(ws-fslot).
           move zcf-lunghezza   to xzoom-wild-length(ws-fslot).
           move zcf-offset      to xzoom-wild-offset(ws-fslot).

      ***---
       NASCONDI-COLONNA-VISTA.
           if xzoom-fields <= 1
              exit paragraph
           end-if.
           move ws-vista-file to zcf-file.
           move ws-vidx       to zcf-campo.
           read zoomcfg
                invalid key continue
           end-read.
           if status-zoomcfg not = "00"
              if status-zoomcfg not = "23"
                 move "NASCONDI-COLONNA-VISTA" to ell-paragrafo
                 move "ZOOMCFG"                to ell-file
                 move status-zoomcfg           to ell-status
                 perform REGISTRA-ERRORE-FILE
              end-if
              exit paragraph
           end-if.
           perform varying ws-vidx2 from 1 by 1
                     until ws-vidx2 > xzoom-fields
              if xzoom-field-offset(ws-vidx2) = zcf-offset    and
                 xzoom-field-length(ws-vidx2) = zcf-lunghezza and
                 xzoom-field-file(ws-vidx2)   = zcf-field-file
                 perform varying ws-fslot from ws-vidx2 by 1
                           until ws-fslot >= xzoom-fields
                    move xzoom-field-table(ws-fslot + 1)
                      to xzoom-field-table(ws-fslot)
                 end-perform
                 initialize xzoom-field-table(xzoom-fields)
                 subtract 1 from xzoom-fields
                 exit perform
              end-if
           end-perform.

      ***---
       PREPARA-CLIENTI-ALFA.
           perform PREPARA-CLIENTI.    
                      invalid key continue
                 end-read
                 if status-zoomcfg not = "00"
                    if status-zoomcfg not = "23"
                       move "PREPARA-GENERICO" to ell-paragrafo
                       move "ZOOMCFG"          to ell-file
                       move status-zoomcfg     to ell-status
                       perform REGISTRA-ERRORE-FILE
                    end-if
                    exit perform
                 end-if
                 move zcf-field-file   to xzoom-field-file(idx)
       IMPOSTA-INDICATORE-TOTALE.
           open input filecnt.
           if status-filecnt not = "00"
              move "IMPOSTA-INDICATORE-TOTALE" to ell-paragrafo
              move "FILECNT"                   to ell-file
              move status-filecnt              to ell-status
              perform REGISTRA-ERRORE-FILE
              exit paragraph
           end-if.
           move como-file to ws-nome-maiuscolo.
                set environment "XZOOM_TITLE" to ws-titolo-zoom
           end-read.
           close filecnt.

      ***---
      * ERRORE DI UN ARCHIVIO SUL GIORNALE DEGLI ERRORI (VEDI
      * ST-ERRLOG): PARAGRAFO, FILE E STATUS LI PREPARA IL CHIAMANTE.
       REGISTRA-ERRORE-FILE.
           move "ZOOM-GT"          to ell-programma.
           set ell-errore-file     to true.
           move spaces             to ell-chiave ell-messaggio
                                      ell-operatore.
           call "st-errlog" using errlog-link.
           cancel "st-errlog".
