       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-conservazione.
       AUTHOR.                          Andrea.
      ******************************************************************
      * PACCHETTO DI VERSAMENTO PER LA CONSERVAZIONE A NORMA DI UN
      * ANNO FISCALE GIA' CHIUSO (ANNICHIUSI, VEDI ST-CHIUSURAANNO):
      * SU UN ANNO APERTO IL PROGRAMMA RIFIUTA DI PARTIRE, PERCHE' I
      * DOCUMENTI POTREBBERO ANCORA CAMBIARE. NELLA CARTELLA
      * PDV<ANNO> SOTTO QUELLA INDICATA RACCOGLIE:
      *   - L'XML DI OGNI FATTURA DELL'ANNO ESPORTATA CON ESITO OK
      *     (FEEXPORT, NOME FILE DI ST-FEPAXML) E LA SUA RICEVUTA DI
      *     CONSEGNA SDI (STESSO NOME CON SUFFISSO _RC_001) DALLE
      *     CARTELLE DOVE LE HANNO LASCIATE ST-FEPAXML E IL CANALE DI
      *     TRASMISSIONE
      *   - IL REGISTRO IVA VENDITE E IL REGISTRO ACQUISTI DELL'ANNO
      *     IN PDF (ST-REGIVA, ST-REGACQ)
      *   - L'INDICE (INDICE.TXT, CAMPI SEPARATI DA ";") CON I
      *     METADATI OBBLIGATORI DI OGNI FATTURA (NUMERO, DATA,
      *     CLIENTE, PARTITA IVA, CODICE FISCALE, IMPORTO), I FILE
      *     DEL PACCHETTO E L'IMPRONTA DI OGNUNO
      * L'IMPRONTA E' LO STESSO DOPPIO CHECKSUM DI ST-DOCUM CALCOLATO
      * SU TUTTI I BYTE DEL FILE COPIATO (16 CARATTERI ESADECIMALI).
      * IL TABULATO DI QUADRATURA ELENCA LE FATTURE SENZA XML, CON
      * XML NON TROVATO O SENZA RICEVUTA DI CONSEGNA, CON I TOTALI
      * DEL PACCHETTO E L'IMPRONTA DELL'INDICE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "annichiusi.sl".
           copy "tfatture.sl".
           copy "clienti.sl".
           copy "feexport.sl".
           copy "param.sl".
           select indice assign to ws-percorso-indice
                  organization is line sequential
                  file status  is status-indice.
           select filebin assign to ws-percorso-impronta
                  organization is binary sequential
                  file status  is status-filebin.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "annichiusi.fd".
           copy "tfatture.fd".
           copy "clienti.fd".
           copy "feexport.fd".
           copy "param.fd".

       fd  indice
           label record is omitted.
       01  rec-indice                  pic x(400).

      * UN BYTE ALLA VOLTA: L'IMPRONTA VA CALCOLATA SU TUTTO IL FILE,
      * QUALUNQUE SIA IL SUO CONTENUTO (XML O PDF)
       fd  filebin
           label record is omitted.
       01  rec-filebin                 pic x.

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-annichiusi     pic xx.
       77  status-tfatture       pic xx.
       77  status-clienti        pic xx.
       77  status-feexport       pic xx.
       77  status-param          pic xx.
       77  status-indice         pic xx.
       77  status-filebin        pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value "Studio - Conservazione".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-max-anomalie       value 999.

      * PERCORSI
       77  ws-cartella-xml       pic x(200).
       77  ws-cartella-ricevute  pic x(200).
       77  ws-cartella-pacchetto pic x(230).
       77  ws-percorso-origine   pic x(260).
       77  ws-percorso-copia     pic x(260).
       77  ws-percorso-indice    pic x(260).
       77  ws-percorso-impronta  pic x(260).
       77  ws-percorso-pdf       pic x(200).
       77  ws-nome-xml           pic x(60).
       77  ws-nome-ricevuta      pic x(60).
       77  ws-nome-registro      pic x(40).
       77  ws-esito-call         pic s9(9) comp-5.
       77  ws-data-corrente      pic 9(8).
       77  ws-mese-da            pic 9(2) value 1.
       77  ws-mese-a             pic 9(2) value 12.
       77  ws-nf-idx             pic 9(3).

      * IMPRONTA: STESSO ALGORITMO DI ST-DOCUM (AGGIORNA-HASH)
       77  ws-hash-a             pic 9(9) comp-5.
       77  ws-hash-b             pic 9(9) comp-5.
       77  ws-hash-c             pic 9(9) comp-5.
       77  ws-hash-d             pic 9(9) comp-5.
       77  ws-hash-quoz          pic 9(10) comp-5.
       77  ws-hash-numero        pic 9(10) comp-5.
       77  ws-hex-digits         pic x(16) value "0123456789ABCDEF".
       77  ws-hex-testo          pic x(8).
       77  ws-hex-idx            pic 99.
       01  ws-byte-conv.
           05 ws-byte-char       pic x.
           05 ws-byte-num        redefines ws-byte-char
                                 pic 9(2) comp-x.
       77  ws-impronta           pic x(16).
       77  ws-impronta-xml       pic x(16).
       77  ws-impronta-ricevuta  pic x(16).
       77  ws-impronta-indice    pic x(16).
       77  ws-dimensione         pic 9(10).

      * CAMPI DELLA RIGA DI INDICE
       77  ws-anno-x             pic 9(4).
       77  ws-numero-z           pic z(5)9.
       77  ws-data-x             pic x(10).
       77  ws-importo-ed         pic -(7)9,99.
       77  ws-file-xml-ind       pic x(60).
       77  ws-file-ric-ind       pic x(60).

      * ANOMALIE PER IL TABULATO DI QUADRATURA
       01  ws-anomalie-tab.
           05 ws-ano             occurs 999 times
                                 indexed by ws-aidx.
              10 ws-ano-numero        pic 9(6).
              10 ws-ano-data          pic 9(8).
              10 ws-ano-motivo        pic x(50).
       77  ws-num-anomalie       pic 9(5) value 0.
       77  ws-motivo             pic x(50).

      * CONTATORI PER IL RIEPILOGO
       77  ws-num-fatture        pic 9(5) value 0.
       77  ws-num-xml            pic 9(5) value 0.
       77  ws-num-ricevute       pic 9(5) value 0.
       77  ws-num-registri       pic 9(5) value 0.
       77  ws-num-z              pic zzzz9.
       77  ws-num-z2             pic zzzz9.
       77  ws-tot-importo        pic s9(9)v99 value 0.
       77  ws-tot-importo-ed     pic -.---.---.--9,99.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 indice-aperto      value 1 false 0.
       77  filler                pic 9.
           88 stampa-aperta      value 1 false 0.
       77  filler                pic 9.
           88 impronta-ok        value 1 false 0.

      * RIGA PER LA STAMPA DELLE ANOMALIE
       01  r-riga.
           05 r-numero           pic zzzzz9.
           05 filler             pic x(3).
           05 r-data             pic x(10).
           05 filler             pic x(3).
           05 r-motivo           pic x(50).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-anno             pic 9(4).
       77  link-cartella-xml     pic x(200).
       77  link-cartella-ricevute pic x(200).
       77  link-cartella         pic x(200).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-cartella-xml
                                 link-cartella-ricevute link-cartella
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform CONTROLLA-ANNO-CHIUSO
           end-if.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              perform SCRIVI-TESTA-INDICE
              perform ELABORA-FATTURE
              perform ELABORA-REGISTRI
              perform CHIUDI-INDICE
              perform STAMPA-QUADRATURA
           end-if.
           perform CLOSE-FILES.
           if tutto-ok
              set link-esito-ok to true
           else
              set link-esito-ko to true
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           set indice-aperto   to false.
           set stampa-aperta   to false.
           move 0 to ws-num-anomalie ws-num-fatture ws-num-xml
                     ws-num-ricevute ws-num-registri ws-tot-importo.
           accept ws-data-corrente from century-date.
           move link-cartella-xml      to ws-cartella-xml.
           inspect ws-cartella-xml
                   replacing trailing spaces by low-value.
           move link-cartella-ricevute to ws-cartella-ricevute.
           inspect ws-cartella-ricevute
                   replacing trailing spaces by low-value.
           move link-cartella          to ws-cartella-pacchetto.
           inspect ws-cartella-pacchetto
                   replacing trailing spaces by low-value.
           if ws-cartella-pacchetto = low-value or
              ws-cartella-pacchetto = spaces    or
              link-anno = 0
              set tutto-ok to false
           end-if.

      ***---
       CONTROLLA-ANNO-CHIUSO.
      * SOLO UN ANNO SIGILLATO VA IN CONSERVAZIONE: SU UN ANNO APERTO
      * I DOCUMENTI POSSONO ANCORA CAMBIARE DOPO IL VERSAMENTO.
           open input annichiusi.
           if status-annichiusi = "35"
              initialize rec-annichiusi
           else
              move link-anno to anc-anno
              read annichiusi no lock
                   invalid initialize rec-annichiusi
              end-read
              close annichiusi
           end-if.
           if not anc-chiuso
              set tutto-ok to false
              initialize messaggio
              string "Conservazione rifiutata: l'anno "
                     delimited size
                     link-anno delimited size
                     " non e' ancora chiuso (ANNICHIUSI)."
                     delimited size
                into messaggio
              end-string
              inspect messaggio replacing trailing space by low-value
              display message messaggio
           end-if.

      ***---
       OPEN-FILES.
      * LA CARTELLA PDV<ANNO> OSPITA UN SOLO PACCHETTO PER ANNO: UNA
      * SECONDA CORSA LO RICOMPONE DA CAPO SOVRASCRIVENDO I FILE.
           move link-anno to ws-anno-x.
           initialize ws-percorso-origine.
           string ws-cartella-pacchetto delimited low-value
                  "PDV"                 delimited size
                  ws-anno-x             delimited size
             into ws-percorso-origine
           end-string.
           move ws-percorso-origine to ws-cartella-pacchetto.
           inspect ws-cartella-pacchetto
                   replacing trailing spaces by low-value.
           call "C$MAKEDIR" using ws-cartella-pacchetto
                           giving ws-esito-call.

           initialize ws-percorso-indice.
           string ws-cartella-pacchetto delimited low-value
                  "\INDICE.TXT"         delimited size
             into ws-percorso-indice
           end-string.
           open output indice.
           if status-indice not = "00"
              set tutto-ok to false
              exit paragraph
           end-if.
           set indice-aperto to true.
           open input tfatture clienti param.
           open input feexport.
           if status-feexport = "35"
              open output feexport
              close       feexport
              open input  feexport
           end-if.
           move spaces to prm-chiave.
           read param no lock
                invalid initialize rec-param
           end-read.

      ***---
       SCRIVI-TESTA-INDICE.
           initialize rec-indice.
           string "PACCHETTO DI VERSAMENTO;ANNO;"  delimited size
                  ws-anno-x                        delimited size
                  ";CEDENTE;"                      delimited size
                  prm-codfis                       delimited spaces
                  ";COMPOSTO IL;"                  delimited size
                  ws-data-corrente(7:2)            delimited size
                  "/"                              delimited size
                  ws-data-corrente(5:2)            delimited size
                  "/"                              delimited size
                  ws-data-corrente(1:4)            delimited size
             into rec-indice
           end-string.
           write rec-indice.
           move "TIPO;NUMERO;DATA;CLIENTE;DENOMINAZIONE;PARTITA IVA;COD
      -         "ICE FISCALE;IMPORTO;FILE XML;IMPRONTA XML;RICEVUTA;IMP
      -         "RONTA RICEVUTA;IDENTIFICATIVO SDI;ESITO SDI"
             to rec-indice.
           write rec-indice.

      ***---
       ELABORA-FATTURE.
           move low-value to rec-tfatture.
           move link-anno to tfa-anno.
           start tfatture key >= tfa-chiave
                 invalid continue
           end-start.
           perform until 1 = 2
              read tfatture next no lock
                   at end exit perform
              end-read
              if tfa-anno not = link-anno
                 exit perform
              end-if
              perform ELABORA-FATTURA
           end-perform.

      ***---
       ELABORA-FATTURA.
           add 1 to ws-num-fatture.
           add tfa-importo-tot to ws-tot-importo.
           move tfa-cliente to cli-codice.
           read clienti no lock
                invalid initialize rec-clienti
           end-read.
           move spaces to ws-file-xml-ind ws-file-ric-ind
                          ws-impronta-xml ws-impronta-ricevuta.
           move tfa-anno   to fex-anno.
           move tfa-numero to fex-numero.
           read feexport no lock
                invalid initialize rec-feexport
           end-read.
           if not fex-esito-ok or fex-nome-file = spaces
              move "XML non generato (nessuna esportazione OK)"
                to ws-motivo
              perform REGISTRA-ANOMALIA
           else
              perform COPIA-XML-FATTURA
              if fex-sdi-consegnata
                 perform COPIA-RICEVUTA-CONSEGNA
              else
                 evaluate true
                 when fex-sdi-scartata
                      move "Fattura scartata dallo SDI"
                        to ws-motivo
                 when fex-sdi-mancata
                      move "Mancata consegna: nessuna ricevuta"
                        to ws-motivo
                 when other
                      move "Nessuna ricevuta di consegna SDI"
                        to ws-motivo
                 end-evaluate
                 perform REGISTRA-ANOMALIA
              end-if
           end-if.
           perform SCRIVI-RIGA-FATTURA.

      ***---
       COPIA-XML-FATTURA.
           move fex-nome-file to ws-nome-xml.
           initialize ws-percorso-origine.
           string ws-cartella-xml delimited low-value
                  ws-nome-xml     delimited spaces
             into ws-percorso-origine
           end-string.
           perform COMPONI-PERCORSO-COPIA.
           call "C$COPY" using ws-percorso-origine
                               ws-percorso-copia "S"
                        giving ws-esito-call.
           if ws-esito-call not = 0
              move "File XML non trovato nella cartella di export"
                to ws-motivo
              perform REGISTRA-ANOMALIA
              exit paragraph
           end-if.
           move ws-percorso-copia to ws-percorso-impronta.
           perform CALCOLA-IMPRONTA-FILE.
           if impronta-ok
              add 1 to ws-num-xml
              move ws-nome-xml  to ws-file-xml-ind
              move ws-impronta  to ws-impronta-xml
           else
              move "File XML copiato ma non leggibile"
                to ws-motivo
              perform REGISTRA-ANOMALIA
           end-if.

      ***---
       COPIA-RICEVUTA-CONSEGNA.
      * LA RICEVUTA DI CONSEGNA SI CHIAMA COME LA FATTURA CON IL
      * SUFFISSO _RC_001 PRIMA DELL'ESTENSIONE (NOMENCLATURA SDI).
           move 0 to ws-nf-idx.
           inspect fex-nome-file tallying ws-nf-idx
                   for characters before initial ".xml".
           initialize ws-nome-ricevuta.
           string fex-nome-file(1:ws-nf-idx) delimited size
                  "_RC_001.xml"              delimited size
             into ws-nome-ricevuta
           end-string.
           move ws-nome-ricevuta to ws-nome-xml.
           initialize ws-percorso-origine.
           string ws-cartella-ricevute delimited low-value
                  ws-nome-xml          delimited spaces
             into ws-percorso-origine
           end-string.
           perform COMPONI-PERCORSO-COPIA.
           call "C$COPY" using ws-percorso-origine
                               ws-percorso-copia "S"
                        giving ws-esito-call.
           if ws-esito-call not = 0
              move "Ricevuta di consegna non trovata"
                to ws-motivo
              perform REGISTRA-ANOMALIA
              exit paragraph
           end-if.
           move ws-percorso-copia to ws-percorso-impronta.
           perform CALCOLA-IMPRONTA-FILE.
           if impronta-ok
              add 1 to ws-num-ricevute
              move ws-nome-ricevuta to ws-file-ric-ind
              move ws-impronta      to ws-impronta-ricevuta
           else
              move "Ricevuta copiata ma non leggibile"
                to ws-motivo
              perform REGISTRA-ANOMALIA
           end-if.

      ***---
       COMPONI-PERCORSO-COPIA.
           initialize ws-percorso-copia.
           string ws-cartella-pacchetto delimited low-value
                  "\"                   delimited size
                  ws-nome-xml           delimited spaces
             into ws-percorso-copia
           end-string.

      ***---
       REGISTRA-ANOMALIA.
      * OLTRE IL MASSIMO IL TABULATO RIPORTA SOLO IL CONTEGGIO
           add 1 to ws-num-anomalie.
           if ws-num-anomalie <= 78-max-anomalie
              set ws-aidx to ws-num-anomalie
              move tfa-numero   to ws-ano-numero(ws-aidx)
              move tfa-data-doc to ws-ano-data(ws-aidx)
              move ws-motivo    to ws-ano-motivo(ws-aidx)
           end-if.

      ***---
       SCRIVI-RIGA-FATTURA.
           move tfa-numero      to ws-numero-z.
           move tfa-importo-tot to ws-importo-ed.
           perform FORMATTA-DATA.
           inspect cli-ragsoc replacing all ";" by ",".
           initialize rec-indice.
           string "FT;"                  delimited size
                  ws-numero-z            delimited size
                  ";"                    delimited size
                  ws-data-x              delimited size
                  ";"                    delimited size
                  tfa-cliente            delimited size
                  ";"                    delimited size
                  cli-ragsoc             delimited size
                  ";"                    delimited size
                  cli-piva               delimited size
                  ";"                    delimited size
                  cli-codfis             delimited size
                  ";"                    delimited size
                  ws-importo-ed          delimited size
                  ";"                    delimited size
                  ws-file-xml-ind        delimited size
                  ";"                    delimited size
                  ws-impronta-xml        delimited size
                  ";"                    delimited size
                  ws-file-ric-ind        delimited size
                  ";"                    delimited size
                  ws-impronta-ricevuta   delimited size
                  ";"                    delimited size
                  fex-sdi-identificativo delimited size
                  ";"                    delimited size
                  fex-sdi-esito          delimited size
             into rec-indice
           end-string.
           write rec-indice.

      ***---
       FORMATTA-DATA.
           initialize ws-data-x.
           string tfa-data-doc(7:2) delimited size
                  "/"               delimited size
                  tfa-data-doc(5:2) delimited size
                  "/"               delimited size
                  tfa-data-doc(1:4) delimited size
             into ws-data-x
           end-string.

      ***---
       ELABORA-REGISTRI.
      * I REGISTRI DELL'ANNO ESCONO DIRETTAMENTE IN PDF NELLA
      * CARTELLA DEL PACCHETTO, SULLA STAMPANTE INDICATA.
           move "REGISTRO-IVA-VENDITE.pdf" to ws-nome-registro.
           perform COMPONI-PERCORSO-REGISTRO.
           call   "st-regiva" using link-anno ws-mese-da ws-mese-a
                                    link-stampante ws-percorso-pdf.
           cancel "st-regiva".
           perform SCRIVI-RIGA-REGISTRO.

           move "REGISTRO-IVA-ACQUISTI.pdf" to ws-nome-registro.
           perform COMPONI-PERCORSO-REGISTRO.
           call   "st-regacq" using link-anno ws-mese-da ws-mese-a
                                    link-stampante ws-percorso-pdf.
           cancel "st-regacq".
           perform SCRIVI-RIGA-REGISTRO.

      ***---
       COMPONI-PERCORSO-REGISTRO.
           initialize ws-percorso-pdf.
           string ws-cartella-pacchetto delimited low-value
                  "\"                   delimited size
                  ws-nome-registro      delimited spaces
             into ws-percorso-pdf
           end-string.

      ***---
       SCRIVI-RIGA-REGISTRO.
           move ws-percorso-pdf to ws-percorso-impronta.
           perform CALCOLA-IMPRONTA-FILE.
           if not impronta-ok or ws-dimensione = 0
              move 0      to tfa-numero tfa-data-doc
              initialize ws-motivo
              string "Registro non prodotto: " delimited size
                     ws-nome-registro          delimited spaces
                into ws-motivo
              end-string
              perform REGISTRA-ANOMALIA
              exit paragraph
           end-if.
           add 1 to ws-num-registri.
           initialize rec-indice.
           string "REG;;;;"           delimited size
                  ws-nome-registro    delimited spaces
                  ";;;;"              delimited size
                  ws-nome-registro    delimited spaces
                  ";"                 delimited size
                  ws-impronta         delimited size
                  ";;;;"              delimited size
             into rec-indice
           end-string.
           write rec-indice.

      ***---
       CHIUDI-INDICE.
      * L'IMPRONTA DELL'INDICE CHIUSO VA SUL TABULATO: E' IL
      * RISCONTRO CARTACEO CHE IL PACCHETTO NON E' STATO TOCCATO.
           close indice.
           set indice-aperto to false.
           move ws-percorso-indice to ws-percorso-impronta.
           perform CALCOLA-IMPRONTA-FILE.
           move ws-impronta to ws-impronta-indice.

      ***---
       CALCOLA-IMPRONTA-FILE.
      * DUE CHECKSUM INDIPENDENTI (STILE ADLER-32, MODULI DIVERSI)
      * SU OGNI BYTE DEL FILE, COME L'IMPRONTA DELLE FATTURE DI
      * ST-DOCUM: NESSUNA FUNZIONE CRITTOGRAFICA E' DISPONIBILE SU
      * QUESTO RUNTIME.
           set impronta-ok to false.
           move spaces to ws-impronta.
           move 0      to ws-dimensione.
           open input filebin.
           if status-filebin not = "00"
              exit paragraph
           end-if.
           move 1 to ws-hash-a.
           move 0 to ws-hash-b.
           move 1 to ws-hash-c.
           move 0 to ws-hash-d.
           perform until 1 = 2
              read filebin at end exit perform end-read
              move rec-filebin to ws-byte-char
              add 1 to ws-dimensione
              perform AGGIORNA-HASH
           end-perform.
           close filebin.
           compute ws-hash-numero = ws-hash-b * 65536 + ws-hash-a.
           perform CONVERTI-HEX.
           move ws-hex-testo to ws-impronta(1:8).
           compute ws-hash-numero = ws-hash-d * 65536 + ws-hash-c.
           perform CONVERTI-HEX.
           move ws-hex-testo to ws-impronta(9:8).
           set impronta-ok to true.

      ***---
       AGGIORNA-HASH.
           compute ws-hash-a = ws-hash-a + ws-byte-num.
           divide ws-hash-a by 65521
                  giving ws-hash-quoz remainder ws-hash-a.
           compute ws-hash-b = ws-hash-b + ws-hash-a.
           divide ws-hash-b by 65521
                  giving ws-hash-quoz remainder ws-hash-b.
           compute ws-hash-c = ws-hash-c + ws-byte-num + 7.
           divide ws-hash-c by 65497
                  giving ws-hash-quoz remainder ws-hash-c.
           compute ws-hash-d = ws-hash-d + ws-hash-c.
           divide ws-hash-d by 65497
                  giving ws-hash-quoz remainder ws-hash-d.

      ***---
       CONVERTI-HEX.
           perform varying ws-hex-idx from 8 by -1
                     until ws-hex-idx < 1
              divide ws-hash-numero by 16
                     giving ws-hash-numero remainder ws-hash-quoz
              add 1 to ws-hash-quoz
              move ws-hex-digits(ws-hash-quoz:1)
                to ws-hex-testo(ws-hex-idx:1)
           end-perform.

      ***---
       STAMPA-QUADRATURA.
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
                 exit paragraph
              else
                 set stampa-aperta to true
                 move spl-altezza to save-altezza-pagina
                 perform CARICA-FONT
              end-if
           else
              exit paragraph
           end-if.

           if tutto-ok-stampa
              perform INTESTAZIONE
              perform varying ws-aidx from 1 by 1
                        until ws-aidx > ws-num-anomalie or
                              ws-aidx > 78-max-anomalie
                 perform STAMPA-RIGA-ANOMALIA
              end-perform
              perform STAMPA-TOTALI
              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-RIGA-ANOMALIA.
           perform CONTROLLA-SALTO-PAGINA.
           if ws-ano-numero(ws-aidx) = 0
              move 0      to r-numero
              move spaces to r-data
           else
              move ws-ano-numero(ws-aidx) to r-numero
              move ws-ano-data(ws-aidx)   to tfa-data-doc
              perform FORMATTA-DATA
              move ws-data-x              to r-data
           end-if.
           move ws-ano-motivo(ws-aidx) to r-motivo.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-TOTALI.
           move Calibri12B to spl-hfont.
           move 0          to spl-tipo-colonna.
           move 1,0        to spl-colonna.
           if ws-num-anomalie = 0
              perform CONTROLLA-SALTO-PAGINA
              move "Nessuna anomalia: pacchetto completo"
                to spl-riga-stampa
              perform SCRIVI
           end-if.

           perform CONTROLLA-SALTO-PAGINA.
           move ws-num-fatture to ws-num-z.
           move ws-tot-importo to ws-tot-importo-ed.
           initialize spl-riga-stampa.
           string "Fatture dell'anno: " delimited size
                  ws-num-z              delimited size
                  "   Totale: "         delimited size
                  ws-tot-importo-ed     delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           perform CONTROLLA-SALTO-PAGINA.
           move ws-num-xml      to ws-num-z.
           move ws-num-ricevute to ws-num-z2.
           initialize spl-riga-stampa.
           string "XML nel pacchetto: "        delimited size
                  ws-num-z                     delimited size
                  "   Ricevute di consegna: "  delimited size
                  ws-num-z2                    delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           perform CONTROLLA-SALTO-PAGINA.
           move ws-num-registri to ws-num-z.
           initialize spl-riga-stampa.
           string "Registri nel pacchetto: " delimited size
                  ws-num-z                   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           perform CONTROLLA-SALTO-PAGINA.
           move ws-num-anomalie to ws-num-z.
           initialize spl-riga-stampa.
           string "Anomalie: "       delimited size
                  ws-num-z           delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           perform CONTROLLA-SALTO-PAGINA.
           initialize spl-riga-stampa.
           string "Impronta dell'indice (INDICE.TXT): " delimited size
                  ws-impronta-indice                   delimited size
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

      ***---
       CONTROLLA-SALTO-PAGINA.
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
           move 0,2                to save-riga.
           initialize spl-riga-stampa.
           string "Conservazione " delimited size
                  ws-anno-x        delimited size
                  " - quadratura del pacchetto"
                                   delimited size
             into spl-riga-stampa
           end-string.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,5                to save-riga.
           move "NUMERO   DATA          ANOMALIA"
             to spl-riga-stampa.
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
           if errori
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
           if errori
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
           move "ST-CONSERVAZIONE"  to ell-programma.
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
           if indice-aperto
              close indice
           end-if.
           if tutto-ok
              close tfatture clienti feexport param
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
