       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-rtchiusura.
       AUTHOR.                          Andrea.
      ******************************************************************
      * QUADRATURA DELLA CHIUSURA FISCALE DEL REGISTRATORE TELEMATICO
      * (VEDI ST-RTINVIO). A FINE GIORNATA IL DRIVER DEL REGISTRATORE
      * SCRIVE NELLA CARTELLA DI SCAMBIO ("RT-SCAMBIO") IL FILE
      * RT_Z_AAAAMMGG.TXT DELLA CHIUSURA, CON LE RIGHE:
      *   Z;DATA;NUMERO AZZERAMENTO;MATRICOLA;NUMERO DOCUMENTI;
      *     TOTALE;CONTANTI;ELETTRONICO
      *   A;ALIQUOTA;IMPONIBILE;IMPOSTA (UNA PER ALIQUOTA, FACOLTATIVE)
      * CON GLI IMPORTI IVA COMPRESA E IL PUNTO DECIMALE. I TOTALI
      * DEL REGISTRATORE VENGONO CONFRONTATI CON:
      *   - I CORRISPETTIVI DELLA GIORNATA EMESSI SU QUEL REGISTRATORE
      *     (STESSA MATRICOLA): DOCUMENTI, TOTALE, CONTANTI, ELETTRONICO
      *   - LA TRASMISSIONE DELLA GIORNATA (CORRTELE, VEDI
      *     ST-CORRTELE), SE GIA' FATTA
      *   - LA CHIUSURA DI CASSA (CHIUCASSA, VEDI ST-CHIUCASSA), SE GIA'
      *     FATTA: AL SUO TEORICO SI TOLGONO GLI INCASSI SU FATTURA
      *     DELLA GIORNATA, CHE AL REGISTRATORE NON PASSANO
      * OGNI CONFRONTO FINISCE SUL TABULATO CON LA DIFFERENZA; IN CODA
      * I CORRISPETTIVI DELLA GIORNATA MAI ARRIVATI AL REGISTRATORE O
      * RIFIUTATI, CHE DI SOLITO SPIEGANO LA SQUADRATURA.
      * LINK-DATA A ZERO = OGGI; LINK-PERCORSO-FILE A SPAZI = FILE
      * STANDARD NELLA CARTELLA DI SCAMBIO. LINK-ESITO: "OK" TUTTO
      * QUADRA, "SQ" ALMENO UNA SQUADRATURA, "KO" FILE ASSENTE.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "tcorrisp.sl".
           copy "corrtele.sl".
           copy "chiucassa.sl".
           copy "incassi.sl".
           copy "param.sl".
           select rtzeta assign to ws-percorso-zeta
                  organization is line sequential
                  file status  is status-rtzeta.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "tcorrisp.fd".
           copy "corrtele.fd".
           copy "chiucassa.fd".
           copy "incassi.fd".
           copy "param.fd".

       fd  rtzeta
           label record is omitted.
       01  rec-rtzeta                  pic x(200).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "errlog.lks".

       77  status-tcorrisp       pic xx.
       77  status-corrtele       pic xx.
       77  status-chiucassa      pic xx.
       77  status-incassi        pic xx.
       77  status-param          pic xx.
       77  status-rtzeta         pic xx.

       77  ws-font-idx           pic 9.

      * COSTANTI
       78  titolo                value
           "Studio - Quadratura chiusura registratore telematico".
       78  78-passo              value 0,7.
       78  78-max-righe          value 40.
       78  78-mezzo-contanti     value "Contanti".

       77  ws-cartella           pic x(160).
       77  ws-percorso-zeta      pic x(200).

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 zeta-aperto        value 1 false 0.
       77  filler                pic 9.
           88 archivi-aperti     value 1 false 0.
       77  filler                pic 9.
           88 trovata-zeta       value 1 false 0.
       77  filler                pic 9.
           88 trasmessa          value 1 false 0.
       77  filler                pic 9.
           88 cassa-chiusa       value 1 false 0.
       77  filler                pic 9.
           88 righe-aliquota     value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data               pic 9(8).

      * TOTALI DEL REGISTRATORE (RIGA Z E RIGHE A)
       77  ws-rt-azzeramento     pic x(10).
       77  ws-rt-matricola       pic x(20).
       77  ws-rt-num-doc         pic 9(5).
       77  ws-rt-totale          pic s9(9)v99.
       77  ws-rt-contanti        pic s9(9)v99.
       77  ws-rt-elettronico     pic s9(9)v99.
       77  ws-rt-imponibile      pic s9(9)v99.
       77  ws-rt-imposta         pic s9(9)v99.

      * TOTALI DI SISTEMA
       77  ws-sis-num-doc        pic 9(5).
       77  ws-sis-totale         pic s9(9)v99.
       77  ws-sis-contanti       pic s9(9)v99.
       77  ws-sis-elettronico    pic s9(9)v99.
       77  ws-inc-totale         pic s9(9)v99.
       77  ws-inc-contanti       pic s9(9)v99.

      * SPEZZATURA DELLA RIGA DEL FILE
       77  ws-campo-tipo         pic x(2).
       77  ws-campo-1            pic x(20).
       77  ws-campo-2            pic x(20).
       77  ws-campo-3            pic x(20).
       77  ws-campo-4            pic x(20).
       77  ws-campo-5            pic x(20).
       77  ws-campo-6            pic x(20).
       77  ws-campo-7            pic x(20).
       77  ws-campo-importo      pic x(20).
       77  ws-riga-importo       pic s9(7)v99.
       77  ws-num-idx            pic 9(2).
       77  ws-num-intero         pic 9(7).
       77  ws-num-dec            pic 9(2).
       77  ws-num-dec-cifre      pic 9(1).
       77  ws-num-cifra          pic 9(1).
       77  filler                pic 9.
           88 ws-num-decimali    value 1 false 0.
       77  filler                pic 9.
           88 ws-num-negativo    value 1 false 0.

      * CONFRONTI DA STAMPARE
       78  ws-max-confronti      value 12.
       01  ws-cfr-tab.
           05 ws-cfr             occurs 12 times indexed by ws-cidx.
              10 ws-cfr-voce          pic x(44).
              10 ws-cfr-tipo          pic x(1).
                 88 ws-cfr-numero     value "N".
                 88 ws-cfr-importo    value "I".
              10 ws-cfr-rt            pic s9(9)v99.
              10 ws-cfr-sistema       pic s9(9)v99.
              10 ws-cfr-esito         pic x(16).
       77  ws-num-confronti      pic 9(2) value 0.
       77  ws-chk-voce           pic x(44).
       77  ws-chk-tipo           pic x(1).
       77  ws-chk-rt             pic s9(9)v99.
       77  ws-chk-sistema        pic s9(9)v99.
       77  filler                pic 9.
           88 ws-chk-disponibile value 1 false 0.

      * CORRISPETTIVI DELLA GIORNATA NON EMESSI SUL REGISTRATORE
       78  ws-max-sospesi        value 200.
       01  ws-sos-tab.
           05 ws-sos             occurs 200 times indexed by ws-sidx.
              10 ws-sos-anno          pic 9(4).
              10 ws-sos-numero        pic 9(6).
              10 ws-sos-importo       pic s9(7)v99.
              10 ws-sos-stato         pic x(12).
              10 ws-sos-errore        pic x(60).
       77  ws-num-sospesi        pic 9(3) value 0.

      * CONTATORI
       77  ws-num-squadrature    pic 9(2) value 0.
       77  ws-num-squadrature-z  pic z9.
       77  ws-num-sospesi-z      pic zz9.
       77  ws-differenza         pic s9(9)v99.
       77  ws-imp-edit           PIC ---.---.--9,99.
       77  ws-num-edit           pic z(13)9.
       77  ws-dif-edit           pic -(13)9.

      * RIGHE PER LA STAMPA
       01  r-riga.
           05 r-voce             pic x(44).
           05 r-rt               pic x(14).
           05 r-sistema          pic x(14).
           05 r-differenza       pic x(14).
           05 filler             pic x(2).
           05 r-esito            pic x(16).
       01  r-riga-sospeso.
           05 r-sos-documento    pic x(14).
           05 r-sos-importo      PIC ---.---.--9,99.
           05 filler             pic x(2).
           05 r-sos-stato        pic x(12).
           05 r-sos-errore       pic x(60).

      * FLAGS
       77  controlli             pic xx.
           88  tutto-ok-stampa   value "OK".
           88  errori            value "ER".

      * VARIABILI
       77  messaggio             pic x(200) value spaces.
       77  font-size-dply        pic z(5).
       77  WFONT-STATUS          pic s9(5) value zero.
       77  ws-data-dply          pic x(10).

       77  Calibri20BI           handle of font.
       77  Calibri12B            handle of font.
       77  Calibri10             handle of font.
       77  ws-font-handle-target handle of font.
       77  save-riga             pic 9(7)v99.
       77  save-altezza-pagina   pic 9(7)v99.

       77  num-righe             pic 9(3).

       LINKAGE SECTION.
       77  link-data             pic 9(8).
       77  link-percorso-file    pic x(200).
       77  link-stampante        pic x(200).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-sq      value "SQ".
           88 link-esito-ko      value "KO".

      ******************************************************************
       PROCEDURE DIVISION using link-data link-percorso-file
                                 link-stampante link-esito.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
           end-if.
           if tutto-ok
              perform LEGGI-CHIUSURA-RT
           end-if.
           if tutto-ok
              perform TOTALIZZA-CORRISPETTIVI
              perform TOTALIZZA-INCASSI
              perform CONFRONTA-CORRISPETTIVI
              perform CONFRONTA-TRASMISSIONE
              perform CONFRONTA-CHIUSURA-CASSA
              perform STAMPA-QUADRATURA
           end-if.
           if archivi-aperti
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              if ws-num-squadrature = 0
                 set link-esito-ok to true
              else
                 set link-esito-sq to true
              end-if
           else
              set link-esito-ko to true
           end-if.
           perform MESSAGGIO-RIEPILOGO.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok        to true.
           set tutto-ok-stampa to true.
           set zeta-aperto     to false.
           set archivi-aperti  to false.
           set trovata-zeta    to false.
           set trasmessa       to false.
           set cassa-chiusa    to false.
           set righe-aliquota  to false.
           move 0 to ws-num-confronti ws-num-sospesi ws-num-squadrature.
           move 0 to ws-rt-num-doc ws-rt-totale ws-rt-contanti
                     ws-rt-elettronico ws-rt-imponibile ws-rt-imposta.
           move 0 to ws-sis-num-doc ws-sis-totale ws-sis-contanti
                     ws-sis-elettronico ws-inc-totale ws-inc-contanti.
           move spaces to ws-rt-azzeramento ws-rt-matricola
                          ws-percorso-zeta.
           accept ws-data-corrente from century-date.
           if link-data = 0
              move ws-data-corrente to ws-data
           else
              move link-data        to ws-data
           end-if.
           if link-percorso-file not = spaces
              move link-percorso-file to ws-percorso-zeta
           else
              move spaces to ws-cartella
              accept ws-cartella from environment "RT-SCAMBIO"
              if ws-cartella = spaces
                 set tutto-ok to false
                 exit paragraph
              end-if
              inspect ws-cartella replacing trailing spaces
                                  by low-value
              initialize ws-percorso-zeta
              string ws-cartella delimited low-value
                     "RT_Z_"     delimited size
                     ws-data     delimited size
                     ".TXT"      delimited size
                into ws-percorso-zeta
              end-string
              inspect ws-cartella replacing trailing low-value
                                  by spaces
           end-if.

      ***---
       OPEN-FILES.
           set archivi-aperti to true.
           open input tcorrisp param.
           open input corrtele.
           if status-corrtele = "35"
              open output corrtele
              close       corrtele
              open input  corrtele
           end-if.
           open input chiucassa.
           if status-chiucassa = "35"
              open output chiucassa
              close       chiucassa
              open input  chiucassa
           end-if.
           open input incassi.
           if status-incassi = "35"
              open output incassi
              close       incassi
              open input  incassi
           end-if.
           open input rtzeta.
           if status-rtzeta not = "00"
              set tutto-ok to false
           else
              set zeta-aperto to true
           end-if.

      ***---
      * DI RIGHE Z CE NE E' UNA SOLA; UN FILE SENZA RIGA Z O DI
      * UN'ALTRA GIORNATA NON E' LA CHIUSURA CHE CERCHIAMO.
       LEGGI-CHIUSURA-RT.
           perform until 1 = 2
              read rtzeta next at end exit perform end-read
              initialize ws-campo-tipo ws-campo-1 ws-campo-2
                         ws-campo-3 ws-campo-4 ws-campo-5
                         ws-campo-6 ws-campo-7
              unstring rec-rtzeta delimited by ";"
                       into ws-campo-tipo ws-campo-1 ws-campo-2
                            ws-campo-3 ws-campo-4 ws-campo-5
                            ws-campo-6 ws-campo-7
              end-unstring
              evaluate ws-campo-tipo
              when "Z"
                   perform ELABORA-RIGA-Z
              when "A"
                   perform ELABORA-RIGA-A
              when other
                   continue
              end-evaluate
           end-perform.
           if not trovata-zeta
              set tutto-ok to false
           end-if.

      ***---
       ELABORA-RIGA-Z.
           if ws-campo-1(1:8) not = ws-data
              exit paragraph
           end-if.
           set trovata-zeta to true.
           move ws-campo-2 to ws-rt-azzeramento.
           move ws-campo-3 to ws-rt-matricola.
           move ws-campo-4 to ws-campo-importo.
           perform CONVERTI-IMPORTO.
           move ws-riga-importo to ws-rt-num-doc.
           move ws-campo-5 to ws-campo-importo.
           perform CONVERTI-IMPORTO.
           move ws-riga-importo to ws-rt-totale.
           move ws-campo-6 to ws-campo-importo.
           perform CONVERTI-IMPORTO.
           move ws-riga-importo to ws-rt-contanti.
           move ws-campo-7 to ws-campo-importo.
           perform CONVERTI-IMPORTO.
           move ws-riga-importo to ws-rt-elettronico.

      ***---
       ELABORA-RIGA-A.
           set righe-aliquota to true.
           move ws-campo-2 to ws-campo-importo.
           perform CONVERTI-IMPORTO.
           add ws-riga-importo to ws-rt-imponibile.
           move ws-campo-3 to ws-campo-importo.
           perform CONVERTI-IMPORTO.
           add ws-riga-importo to ws-rt-imposta.

      ***---
       CONVERTI-IMPORTO.
      * IMPORTO CON IL PUNTO DECIMALE, CIFRA PER CIFRA (ANCHE LA
      * VIRGOLA VIENE ACCETTATA); IL MENO DAVANTI PER I RESI.
           move 0 to ws-riga-importo ws-num-intero ws-num-dec.
           move 0 to ws-num-dec-cifre.
           set ws-num-decimali to false.
           set ws-num-negativo to false.
           perform varying ws-num-idx from 1 by 1
                     until ws-num-idx > 20
              evaluate true
              when ws-campo-importo(ws-num-idx:1) = "-"
                   set ws-num-negativo to true
              when ws-campo-importo(ws-num-idx:1) = "," or
                   ws-campo-importo(ws-num-idx:1) = "."
                   set ws-num-decimali to true
              when ws-campo-importo(ws-num-idx:1) >= "0" and
                   ws-campo-importo(ws-num-idx:1) <= "9"
                   move ws-campo-importo(ws-num-idx:1)
                     to ws-num-cifra
                   if ws-num-decimali
                      if ws-num-dec-cifre < 2
                         add 1 to ws-num-dec-cifre
                         if ws-num-dec-cifre = 1
                            compute ws-num-dec = ws-num-cifra * 10
                         else
                            add ws-num-cifra to ws-num-dec
                         end-if
                      end-if
                   else
                      compute ws-num-intero =
                              (ws-num-intero * 10) + ws-num-cifra
                   end-if
              when other
                   continue
              end-evaluate
           end-perform.
           compute ws-riga-importo =
                   ws-num-intero + (ws-num-dec / 100).
           if ws-num-negativo
              compute ws-riga-importo = 0 - ws-riga-importo
           end-if.

      ***---
      * EMESSI SU QUESTO REGISTRATORE: QUELLI CON LA SUA MATRICOLA
      * (SE IL FILE NON LA RIPORTA VALGONO TUTTI GLI EMESSI). GLI
      * ALTRI CORRISPETTIVI DELLA GIORNATA VANNO IN ELENCO.
       TOTALIZZA-CORRISPETTIVI.
           move ws-data(1:4) to tco-anno.
           move 0            to tco-numero.
           start tcorrisp key >= tco-chiave
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tcorrisp next no lock at end exit perform end-read
              if tco-anno not = ws-data(1:4)
                 exit perform
              end-if
              if tco-data-doc = ws-data
                 if tco-rt-emesso
                    if ws-rt-matricola = spaces or
                       tco-rt-matricola = ws-rt-matricola
                       perform ACCUMULA-CORRISPETTIVO
                    end-if
                 else
                    perform AGGIUNGI-SOSPESO
                 end-if
              end-if
           end-perform.

      ***---
       ACCUMULA-CORRISPETTIVO.
           add 1               to ws-sis-num-doc.
           add tco-importo-tot to ws-sis-totale.
           if tco-pagamento = spaces or
              tco-pagamento = 78-mezzo-contanti
              add tco-importo-tot to ws-sis-contanti
           else
              add tco-importo-tot to ws-sis-elettronico
           end-if.

      ***---
       AGGIUNGI-SOSPESO.
           if ws-num-sospesi >= ws-max-sospesi
              exit paragraph
           end-if.
           add 1 to ws-num-sospesi.
           set ws-sidx to ws-num-sospesi.
           move tco-anno        to ws-sos-anno(ws-sidx).
           move tco-numero      to ws-sos-numero(ws-sidx).
           move tco-importo-tot to ws-sos-importo(ws-sidx).
           if tco-rt-in-errore
              move "IN ERRORE"   to ws-sos-stato(ws-sidx)
              move tco-rt-errore to ws-sos-errore(ws-sidx)
           else
              move "NON INVIATO" to ws-sos-stato(ws-sidx)
              move spaces        to ws-sos-errore(ws-sidx)
           end-if.

      ***---
      * INCASSI SU FATTURA DELLA GIORNATA: STANNO NEL TEORICO DELLA
      * CHIUSURA DI CASSA MA NON PASSANO DAL REGISTRATORE.
       TOTALIZZA-INCASSI.
           move ws-data to inc-data.
           start incassi key >= inc-data
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read incassi next no lock at end exit perform end-read
              if inc-data not = ws-data
                 exit perform
              end-if
              add inc-importo to ws-inc-totale
              if inc-mezzo = spaces or
                 inc-mezzo = 78-mezzo-contanti
                 add inc-importo to ws-inc-contanti
              end-if
           end-perform.

      ***---
       CONFRONTA-CORRISPETTIVI.
           set ws-chk-disponibile to true.
           move "N" to ws-chk-tipo.
           move "Documenti: registratore / corrispettivi"
             to ws-chk-voce.
           move ws-rt-num-doc  to ws-chk-rt.
           move ws-sis-num-doc to ws-chk-sistema.
           perform AGGIUNGI-CONFRONTO.
           move "I" to ws-chk-tipo.
           move "Totale: registratore / corrispettivi"
             to ws-chk-voce.
           move ws-rt-totale  to ws-chk-rt.
           move ws-sis-totale to ws-chk-sistema.
           perform AGGIUNGI-CONFRONTO.
           move "Contanti: registratore / corrispettivi"
             to ws-chk-voce.
           move ws-rt-contanti  to ws-chk-rt.
           move ws-sis-contanti to ws-chk-sistema.
           perform AGGIUNGI-CONFRONTO.
           move "Elettronico: registratore / corrispettivi"
             to ws-chk-voce.
           move ws-rt-elettronico  to ws-chk-rt.
           move ws-sis-elettronico to ws-chk-sistema.
           perform AGGIUNGI-CONFRONTO.

      ***---
       CONFRONTA-TRASMISSIONE.
           move ws-data to cte-data.
           read corrtele no lock
                invalid set trasmessa to false
            not invalid set trasmessa to true
           end-read.
           if trasmessa
              set ws-chk-disponibile to true
           else
              set ws-chk-disponibile to false
              move 0 to cte-num-documenti cte-imponibile cte-imposta
           end-if.
           move "N" to ws-chk-tipo.
           move "Documenti: registratore / trasmissione"
             to ws-chk-voce.
           move ws-rt-num-doc     to ws-chk-rt.
           move cte-num-documenti to ws-chk-sistema.
           perform AGGIUNGI-CONFRONTO.
           move "I" to ws-chk-tipo.
           move "Totale: registratore / trasmissione"
             to ws-chk-voce.
           move ws-rt-totale to ws-chk-rt.
           compute ws-chk-sistema = cte-imponibile + cte-imposta.
           perform AGGIUNGI-CONFRONTO.
           if righe-aliquota
              move "Imponibile: registratore / trasmissione"
                to ws-chk-voce
              move ws-rt-imponibile to ws-chk-rt
              move cte-imponibile   to ws-chk-sistema
              perform AGGIUNGI-CONFRONTO
              move "Imposta: registratore / trasmissione"
                to ws-chk-voce
              move ws-rt-imposta to ws-chk-rt
              move cte-imposta   to ws-chk-sistema
              perform AGGIUNGI-CONFRONTO
           end-if.

      ***---
       CONFRONTA-CHIUSURA-CASSA.
           move ws-data to chc-data.
           read chiucassa no lock
                invalid set cassa-chiusa to false
            not invalid set cassa-chiusa to true
           end-read.
           if cassa-chiusa
              set ws-chk-disponibile to true
           else
              set ws-chk-disponibile to false
              move 0 to chc-totale-teorico chc-teorico-contanti
           end-if.
           move "I" to ws-chk-tipo.
           move "Totale: registratore / chiusura di cassa"
             to ws-chk-voce.
           move ws-rt-totale to ws-chk-rt.
           compute ws-chk-sistema =
                   chc-totale-teorico - ws-inc-totale.
           perform AGGIUNGI-CONFRONTO.
           move "Contanti: registratore / chiusura di cassa"
             to ws-chk-voce.
           move ws-rt-contanti to ws-chk-rt.
           compute ws-chk-sistema =
                   chc-teorico-contanti - ws-inc-contanti.
           perform AGGIUNGI-CONFRONTO.

      ***---
       AGGIUNGI-CONFRONTO.
           if ws-num-confronti >= ws-max-confronti
              exit paragraph
           end-if.
           add 1 to ws-num-confronti.
           set ws-cidx to ws-num-confronti.
           move ws-chk-voce    to ws-cfr-voce(ws-cidx).
           move ws-chk-tipo    to ws-cfr-tipo(ws-cidx).
           move ws-chk-rt      to ws-cfr-rt(ws-cidx).
           move ws-chk-sistema to ws-cfr-sistema(ws-cidx).
           evaluate true
           when not ws-chk-disponibile
                move "NON DISPONIBILE" to ws-cfr-esito(ws-cidx)
           when ws-chk-rt = ws-chk-sistema
                move "QUADRA"          to ws-cfr-esito(ws-cidx)
           when other
                move "SQUADRATURA"     to ws-cfr-esito(ws-cidx)
                add 1 to ws-num-squadrature
           end-evaluate.

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
                 set errori to true
              else
                 move spl-altezza to save-altezza-pagina
                 perform CARICA-FONT
              end-if
           else
              set spl-sta-annu to true
              set errori to true
           end-if.

           if tutto-ok-stampa
              perform INTESTAZIONE
              perform varying ws-cidx from 1 by 1
                        until ws-cidx > ws-num-confronti
                 perform STAMPA-RIGA-CONFRONTO
              end-perform

              if ws-num-sospesi > 0
                 perform SALTO-SE-PAGINA-PIENA
                 add 0,4 to save-riga
                 move Calibri12B to spl-hfont
                 move 2 to spl-tipo-colonna
                 initialize spl-riga-stampa
                 string "CORRISPETTIVI DELLA GIORNATA NON EMESSI"
                        " SUL REGISTRATORE" delimited size
                        into spl-riga-stampa
                 end-string
                 perform SCRIVI
                 perform varying ws-sidx from 1 by 1
                           until ws-sidx > ws-num-sospesi
                    perform STAMPA-RIGA-SOSPESO
                 end-perform
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
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
       STAMPA-RIGA-CONFRONTO.
           perform SALTO-SE-PAGINA-PIENA.
           initialize r-riga.
           move ws-cfr-voce(ws-cidx) to r-voce.
           compute ws-differenza =
                   ws-cfr-rt(ws-cidx) - ws-cfr-sistema(ws-cidx).
           if ws-cfr-numero(ws-cidx)
              move ws-cfr-rt(ws-cidx)      to ws-num-edit
              move ws-num-edit             to r-rt
              move ws-cfr-sistema(ws-cidx) to ws-num-edit
              move ws-num-edit             to r-sistema
              move ws-differenza           to ws-dif-edit
              move ws-dif-edit             to r-differenza
           else
              move ws-cfr-rt(ws-cidx)      to ws-imp-edit
              move ws-imp-edit             to r-rt
              move ws-cfr-sistema(ws-cidx) to ws-imp-edit
              move ws-imp-edit             to r-sistema
              move ws-differenza           to ws-imp-edit
              move ws-imp-edit             to r-differenza
           end-if.
           if ws-cfr-esito(ws-cidx) = "NON DISPONIBILE"
              move spaces to r-sistema r-differenza
           end-if.
           move ws-cfr-esito(ws-cidx) to r-esito.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga to spl-riga-stampa.
           perform SCRIVI.

      ***---
       STAMPA-RIGA-SOSPESO.
           perform SALTO-SE-PAGINA-PIENA.
           initialize r-riga-sospeso.
           string ws-sos-numero(ws-sidx) delimited size
                  "/"                    delimited size
                  ws-sos-anno(ws-sidx)   delimited size
             into r-sos-documento
           end-string.
           move ws-sos-importo(ws-sidx) to r-sos-importo.
           move ws-sos-stato(ws-sidx)   to r-sos-stato.
           move ws-sos-errore(ws-sidx)  to r-sos-errore.
           move Calibri10 to spl-hfont.
           move 2 to spl-tipo-colonna.
           move r-riga-sospeso to spl-riga-stampa.
           perform SCRIVI.

      ***---
       INTESTAZIONE.
           move 8                  to spl-colonna.
           move 0,2                to save-riga.
           move titolo              to spl-riga-stampa.
           move Calibri20BI        to spl-hfont.
           move 1                  to spl-tipo-colonna.
           perform SCRIVI.

           move 0                  to spl-tipo-colonna.
           move Calibri12B         to spl-hfont.
           move 1,0                to save-riga.
           initialize ws-data-dply.
           string ws-data(7:2) delimited size
                  "/"          delimited size
                  ws-data(5:2) delimited size
                  "/"          delimited size
                  ws-data(1:4) delimited size
                  into ws-data-dply
           end-string.
           initialize spl-riga-stampa.
           string "Giornata "        delimited size
                  ws-data-dply       delimited size
                  " - matricola "    delimited size
                  ws-rt-matricola    delimited spaces
                  " - azzeramento "  delimited size
                  ws-rt-azzeramento  delimited spaces
             into spl-riga-stampa
           end-string.
           perform SCRIVI.

           initialize spl-riga-stampa.
           string "CONFRONTO                                   "
                  "REGISTRATORE       SISTEMA    DIFFERENZA"
                  delimited size into spl-riga-stampa
           end-string.
           perform SCRIVI.

           move 0 to num-righe.
           move 2,5 to save-riga.

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
           move "ST-RTCHIUSURA"   to ell-programma.
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
           if not tutto-ok
              evaluate true
              when ws-percorso-zeta = spaces
                 string "Cartella di scambio del registratore non "
                        "configurata" delimited size
                   into messaggio
                 end-string
              when zeta-aperto
                 string "Nel file del registratore manca la "
                        "chiusura della giornata" delimited size
                   into messaggio
                 end-string
              when other
                 string "Chiusura fiscale del registratore non "
                        "trovata: " delimited size
                        ws-percorso-zeta delimited "  "
                   into messaggio
                 end-string
              end-evaluate
           else
              move ws-num-squadrature to ws-num-squadrature-z
              move ws-num-sospesi     to ws-num-sospesi-z
              string "Squadrature: "            delimited size
                     ws-num-squadrature-z       delimited size
                     X"0D0A"                    delimited size
                     "Corrispettivi non emessi sul registratore: "
                                                delimited size
                     ws-num-sospesi-z           delimited size
                into messaggio
              end-string
           end-if.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CLOSE-FILES.
           close tcorrisp corrtele chiucassa incassi param.
           if zeta-aperto
              close rtzeta
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
