       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-modlett.
       AUTHOR.                          Andrea.
      ******************************************************************
      * ARCHIVIO DEI MODELLI DI LETTERA (MODLETT) PER TIPO E LINGUA.
      * LE FUNZIONI SONO QUELLE DI MODLETT.LKS:
      *   "S" SALVA UN MODELLO (INSERIMENTO O MODIFICA)
      *   "C" CANCELLA UN MODELLO
      *   "L" LEGGE UN MODELLO COSI' COM'E', CAMPI DI UNIONE COMPRESI
      *   "U" UNISCE: RESTITUISCE LE RIGHE DEL MODELLO CON I CAMPI DI
      *       UNIONE SOSTITUITI. LINGUA A SPAZI = QUELLA DEL CLIENTE,
      *       CON RICADUTA SULL'ITALIANO; SENZA MODELLO ESITO "NT"
      * SALVARE E CANCELLARE E' DA SUPERVISORE (OPERATORE ATTIVO CON
      * RUOLO "S", COME ST-DIRITTI) E OGNI CAMBIO VA SU AUDITLOG.
      * CAMPI DI UNIONE STANDARD, AGGIUNTI IN CODA A QUELLI DEL
      * CHIAMANTE (CHE QUINDI PREVALGONO): {COGNOME} {NOME} {CLIENTE}
      * {CODFIS} {INDIRIZZO} {CAP} {LOCALITA} {PROV} {DATA-NASCITA}
      * {LUOGO-NASCITA} {TUTORE} {TUTORE-CODFIS} {INTESTATARIO} (IL
      * TUTORE PER IL MINORENNE CHE NE HA UNO, ALTRIMENTI IL CLIENTE)
      * {STUDIO} {STUDIO-INDIRIZZO} {STUDIO-CITTA} {STUDIO-CODFIS}
      * (PARAM DELLA SEDE DEL CLIENTE, COME ST-DOCUM) E {OGGI}. UN
      * CAMPO SCONOSCIUTO RESTA SCRITTO COM'E', GRAFFE COMPRESE: I
      * PROGRAMMI LO USANO PER I SEGNAPOSTO DEI LORO BLOCCHI (ES.
      * {EVOLUZIONE} IN ST-REFERTO, {FATTURE} IN ST-SCADUTI).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "modlett.sl".
           copy "operatori.sl".
           copy "clienti.sl".
           copy "tutori.sl".
           copy "param.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "modlett.fd".
           copy "operatori.fd".
           copy "clienti.fd".
           copy "tutori.fd".
           copy "param.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-modlett        pic xx.
       77  status-operatori      pic xx.
       77  status-clienti        pic xx.
       77  status-tutori         pic xx.
       77  status-param          pic xx.

       78  78-lingua-default     value "IT".

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 nuovo-modello      value 1 false 0.
       77  filler                pic 9.
           88 cliente-trovato    value 1 false 0.
       77  filler                pic 9.
           88 tutore-trovato     value 1 false 0.
       77  filler                pic 9.
           88 campo-trovato      value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-data-limite-eta    pic 9(8).
       77  ws-anno-limite-eta    pic 9(4).
       77  ws-lingua             pic x(2).
       77  ws-descrizione-prec   pic x(50).

      * CAMPO STANDARD DA AGGIUNGERE
       77  ws-nuovo-nome         pic x(20).
       77  ws-nuovo-valore       pic x(100).
       77  ws-data-ed            pic x(10).
       77  ws-data-rif           pic 9(8).

      * SOSTITUZIONE DEI CAMPI DI UNIONE SU UNA RIGA
       77  ws-riga-in            pic x(100).
       77  ws-riga-out           pic x(100).
       77  ws-ridx               pic 9(2).
       77  ws-cidx               pic 9(2).
       77  ws-pos                pic 9(3).
       77  ws-fine               pic 9(3).
       77  ws-ptr                pic 9(3).
       77  ws-lun                pic 9(3).
       77  ws-nome-campo         pic x(20).

       LINKAGE SECTION.
           copy "modlett.lks".

      ******************************************************************
       PROCEDURE DIVISION using modlett-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when mll-salva    perform SALVA-MODELLO
              when mll-cancella perform CANCELLA-MODELLO
              when mll-leggi    perform LEGGI-MODELLO
              when mll-unisci   perform UNISCI-MODELLO
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if mll-nessun-modello
              continue
           else
              if tutto-ok
                 set mll-esito-ok to true
              else
                 set mll-esito-ko to true
              end-if
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           move spaces to mll-esito.
           accept ws-data-corrente from century-date.
           if mll-tipo = spaces
              set tutto-ok to false
           end-if.
           if mll-lingua = spaces and not mll-unisci
              move 78-lingua-default to mll-lingua
           end-if.
      * MINORENNE = NATO DOPO LA DATA DI DICIOTTO ANNI FA
           move ws-data-corrente to ws-data-limite-eta.
           move ws-data-corrente(1:4) to ws-anno-limite-eta.
           subtract 18 from ws-anno-limite-eta.
           move ws-anno-limite-eta to ws-data-limite-eta(1:4).

      ***---
       OPEN-FILES.
           if mll-salva or mll-cancella
              open i-o modlett
              if status-modlett = "35"
                 open output modlett
                 close       modlett
                 open i-o    modlett
              end-if
           else
              open input modlett
              if status-modlett = "35"
                 open output modlett
                 close       modlett
                 open input  modlett
              end-if
           end-if.
           open input operatori clienti param.
           open input tutori.
           if status-tutori = "35"
              open output tutori
              close       tutori
              open input  tutori
           end-if.

      ***---
       CONTROLLA-SUPERVISORE.
           move mll-operatore to ope-codice.
           read operatori no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if not ope-attivo or not ope-ruolo-supervisore
              set tutto-ok to false
           end-if.

      ***---
       SALVA-MODELLO.
           perform CONTROLLA-SUPERVISORE.
           if not tutto-ok
              exit paragraph
           end-if.
           if mll-descrizione = spaces or mll-num-righe > 40
              set tutto-ok to false
              exit paragraph
           end-if.
           move mll-tipo   to mdl-tipo.
           move mll-lingua to mdl-lingua.
           set nuovo-modello to false.
           move spaces to ws-descrizione-prec.
           read modlett
                invalid
                   set nuovo-modello to true
                   initialize rec-modlett
                   move mll-tipo   to mdl-tipo
                   move mll-lingua to mdl-lingua
            not invalid
                   move mdl-descrizione to ws-descrizione-prec
           end-read.
           move mll-descrizione  to mdl-descrizione.
           move mll-oggetto      to mdl-oggetto.
           move mll-num-righe    to mdl-num-righe.
           perform varying ws-ridx from 1 by 1 until ws-ridx > 40
              if ws-ridx > mll-num-righe
                 move spaces to mdl-riga(ws-ridx)
              else
                 move mll-riga(ws-ridx) to mdl-riga(ws-ridx)
              end-if
           end-perform.
           move ws-data-corrente to mdl-data-aggiornamento.
           move mll-operatore    to mdl-operatore.
           if nuovo-modello
              write rec-modlett
                    invalid set tutto-ok to false
              end-write
           else
              rewrite rec-modlett
                      invalid set tutto-ok to false
              end-rewrite
           end-if.
           if tutto-ok
              perform AUDIT-MODELLO
           end-if.

      ***---
       CANCELLA-MODELLO.
           perform CONTROLLA-SUPERVISORE.
           if not tutto-ok
              exit paragraph
           end-if.
           move mll-tipo   to mdl-tipo.
           move mll-lingua to mdl-lingua.
           read modlett
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move mdl-descrizione to ws-descrizione-prec.
           delete modlett record
                  invalid set tutto-ok to false
              not invalid perform AUDIT-MODELLO
           end-delete.

      ***---
       AUDIT-MODELLO.
           initialize auditlog-link.
           move "ST-MODLETT"            to aul-programma.
           move "MODLETT"               to aul-file-dati.
           evaluate true
           when mll-cancella      set aul-cancellazione to true
           when nuovo-modello     set aul-inserimento   to true
           when other             set aul-modifica      to true
           end-evaluate.
           move mdl-chiave              to aul-chiave-record.
           move "MDL-TESTO"             to aul-campo.
           move ws-descrizione-prec     to aul-valore-precedente.
           if not mll-cancella
              move mdl-descrizione      to aul-valore-nuovo
           end-if.
           move mll-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.
           cancel "st-audit".

      ***---
       LEGGI-MODELLO.
           move mll-tipo   to mdl-tipo.
           move mll-lingua to mdl-lingua.
           read modlett no lock
                invalid
                   set mll-nessun-modello to true
                   exit paragraph
           end-read.
           perform TRAVASA-MODELLO.
           perform varying ws-ridx from 1 by 1 until ws-ridx > 40
              move mdl-riga(ws-ridx) to mll-riga(ws-ridx)
           end-perform.

      ***---
       TRAVASA-MODELLO.
           move mdl-lingua      to mll-lingua.
           move mdl-descrizione to mll-descrizione.
           move mdl-oggetto     to mll-oggetto.
           move mdl-num-righe   to mll-num-righe.

      ***---
       UNISCI-MODELLO.
           set cliente-trovato to false.
           if mll-cliente not = spaces
              move mll-cliente to cli-codice
              read clienti no lock
                   invalid continue
               not invalid set cliente-trovato to true
              end-read
           end-if.
           move mll-lingua to ws-lingua.
           if ws-lingua = spaces and cliente-trovato
              move cli-lingua to ws-lingua
           end-if.
           if ws-lingua = spaces
              move 78-lingua-default to ws-lingua
           end-if.
           move mll-tipo  to mdl-tipo.
           move ws-lingua to mdl-lingua.
           read modlett no lock
                invalid
                   move 78-lingua-default to mdl-lingua
                   read modlett no lock
                        invalid set mll-nessun-modello to true
                   end-read
           end-read.
           if mll-nessun-modello
              exit paragraph
           end-if.
           perform TRAVASA-MODELLO.
           perform CAMPI-STANDARD.
           perform varying ws-ridx from 1 by 1 until ws-ridx > 40
              if ws-ridx > mdl-num-righe
                 move spaces to mll-riga(ws-ridx)
              else
                 move mdl-riga(ws-ridx) to ws-riga-in
                 perform SOSTITUISCI-CAMPI
                 move ws-riga-out to mll-riga(ws-ridx)
              end-if
           end-perform.

      ***---
      * DATI DEL CLIENTE, DEL TUTORE E DELLO STUDIO DELLA SUA SEDE.
       CAMPI-STANDARD.
           if mll-num-campi > 40
              move 0 to mll-num-campi
           end-if.
           move spaces to prm-studio.
           if cliente-trovato
              move cli-studio to prm-studio
           end-if.
           read param no lock
                invalid
                   move spaces to prm-studio
                   read param no lock
                        invalid initialize rec-param
                   end-read
           end-read.
           move "STUDIO"           to ws-nuovo-nome.
           move prm-ragsoc         to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "STUDIO-INDIRIZZO" to ws-nuovo-nome.
           move prm-indirizzo      to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "STUDIO-CITTA"     to ws-nuovo-nome.
           initialize ws-nuovo-valore.
           string prm-cap          delimited size
                  " "              delimited size
                  prm-citta        delimited "  "
                  " ("             delimited size
                  prm-prov         delimited size
                  ")"              delimited size
             into ws-nuovo-valore
           end-string.
           perform AGGIUNGI-CAMPO.
           move "STUDIO-CODFIS"    to ws-nuovo-nome.
           move prm-codfis         to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "OGGI"             to ws-nuovo-nome.
           move ws-data-corrente   to ws-data-rif.
           perform EDITA-DATA.
           move ws-data-ed         to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.

           if not cliente-trovato
              exit paragraph
           end-if.
           move "COGNOME"          to ws-nuovo-nome.
           move cli-ragsoc         to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "NOME"             to ws-nuovo-nome.
           move cli-nome           to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "CLIENTE"          to ws-nuovo-nome.
           initialize ws-nuovo-valore.
           string cli-ragsoc       delimited "  "
                  " "              delimited size
                  cli-nome         delimited size
             into ws-nuovo-valore
           end-string.
           perform AGGIUNGI-CAMPO.
           move "CODFIS"           to ws-nuovo-nome.
           move cli-codfis         to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "INDIRIZZO"        to ws-nuovo-nome.
           move cli-indirizzo      to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "CAP"              to ws-nuovo-nome.
           move cli-cap            to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "LOCALITA"         to ws-nuovo-nome.
           move cli-localita       to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "PROV"             to ws-nuovo-nome.
           move cli-prov           to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "DATA-NASCITA"     to ws-nuovo-nome.
           move spaces             to ws-nuovo-valore.
           if cli-data-n not = 0
              move cli-data-n      to ws-data-rif
              perform EDITA-DATA
              move ws-data-ed      to ws-nuovo-valore
           end-if.
           perform AGGIUNGI-CAMPO.
           move "LUOGO-NASCITA"    to ws-nuovo-nome.
           move cli-luogo-n        to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.

           set tutore-trovato to false.
           move cli-codice to tut-cliente.
           read tutori no lock
                invalid initialize rec-tutori
            not invalid set tutore-trovato to true
           end-read.
           move "TUTORE"           to ws-nuovo-nome.
           initialize ws-nuovo-valore.
           if tutore-trovato
              string tut-ragsoc    delimited "  "
                     " "           delimited size
                     tut-nome      delimited size
                into ws-nuovo-valore
              end-string
           end-if.
           perform AGGIUNGI-CAMPO.
           move "TUTORE-CODFIS"    to ws-nuovo-nome.
           move tut-codfis         to ws-nuovo-valore.
           perform AGGIUNGI-CAMPO.
           move "INTESTATARIO"     to ws-nuovo-nome.
           initialize ws-nuovo-valore.
           if tutore-trovato and cli-data-n not = 0 and
              cli-data-n > ws-data-limite-eta
              string tut-ragsoc    delimited "  "
                     " "           delimited size
                     tut-nome      delimited size
                into ws-nuovo-valore
              end-string
           else
              string cli-ragsoc    delimited "  "
                     " "           delimited size
                     cli-nome      delimited size
                into ws-nuovo-valore
              end-string
           end-if.
           perform AGGIUNGI-CAMPO.

      ***---
       AGGIUNGI-CAMPO.
           if mll-num-campi >= 40
              exit paragraph
           end-if.
           add 1 to mll-num-campi.
           move ws-nuovo-nome   to mll-campo-nome(mll-num-campi).
           move ws-nuovo-valore to mll-campo-valore(mll-num-campi).

      ***---
      * SCORRE LA RIGA CARATTERE PER CARATTERE: OGNI {NOME} NOTO SI
      * SOSTITUISCE CON IL VALORE SENZA GLI SPAZI IN CODA; QUELLO CHE
      * NON ENTRA NEI 100 CARATTERI SI PERDE.
       SOSTITUISCI-CAMPI.
           move spaces to ws-riga-out.
           move 1      to ws-ptr.
           move 1      to ws-pos.
           perform until ws-pos > 100 or ws-ptr > 100
              if ws-riga-in(ws-pos:1) = "{"
                 perform CERCA-CAMPO
              else
                 set campo-trovato to false
              end-if
              if campo-trovato
                 if ws-lun > 0
                    string mll-campo-valore(ws-cidx)(1:ws-lun)
                                          delimited size
                      into ws-riga-out
                      with pointer ws-ptr
                    end-string
                 end-if
                 compute ws-pos = ws-fine + 1
              else
                 string ws-riga-in(ws-pos:1) delimited size
                   into ws-riga-out
                   with pointer ws-ptr
                 end-string
                 add 1 to ws-pos
              end-if
           end-perform.

      ***---
       CERCA-CAMPO.
           set campo-trovato to false.
           perform varying ws-fine from ws-pos by 1
                     until ws-fine > 100
              if ws-riga-in(ws-fine:1) = "}"
                 exit perform
              end-if
           end-perform.
           if ws-fine > 100 or ws-fine - ws-pos < 2 or
              ws-fine - ws-pos > 21
              exit paragraph
           end-if.
           move spaces to ws-nome-campo.
           move ws-riga-in(ws-pos + 1:ws-fine - ws-pos - 1)
             to ws-nome-campo.
           perform varying ws-cidx from 1 by 1
                     until ws-cidx > mll-num-campi
              if mll-campo-nome(ws-cidx) = ws-nome-campo
                 set campo-trovato to true
                 exit perform
              end-if
           end-perform.
           if not campo-trovato
              exit paragraph
           end-if.
           perform varying ws-lun from 100 by -1 until ws-lun = 0
              if mll-campo-valore(ws-cidx)(ws-lun:1) not = space
                 exit perform
              end-if
           end-perform.

      ***---
       EDITA-DATA.
           initialize ws-data-ed.
           string ws-data-rif(7:2) delimited size
                  "/"              delimited size
                  ws-data-rif(5:2) delimited size
                  "/"              delimited size
                  ws-data-rif(1:4) delimited size
             into ws-data-ed
           end-string.

      ***---
       CLOSE-FILES.
           close modlett operatori clienti tutori param.
