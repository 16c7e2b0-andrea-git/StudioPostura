       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-zoomviste.
       AUTHOR.                          Andrea.
      ******************************************************************
      * MANUTENZIONE DELLE VISTE SALVATE DELLE GRIGLIE ZOOM-GT
      * (ZOOMVIST): ORDINAMENTO, FINO A CINQUE FILTRI E COLONNE
      * VISIBILI, CON UN NOME, PERSONALI DELL'OPERATORE O CONDIVISE
      * CON TUTTI. LE FUNZIONI SONO QUELLE DI ZOOMVIST.LKS. SI
      * ACCETTANO SOLO ARCHIVI CONFIGURATI IN ZOOMCFG (TESTATA A
      * CAMPO 00), FILTRI SU COLONNE CHE ESISTONO DAVVERO E ALMENO
      * UNA COLONNA VISIBILE: LA VISTA VIVE SOPRA QUEI METADATI.
      * LE VARIANTI DELLA GRIGLIA ("-ALFA", "CODIVA-ESENTE")
      * SALVANO SULL'ARCHIVIO BASE, COME FA ST-ZOOMCSV. LA VISTA
      * SI APPLICA IN ZOOM-GT (SCEGLI-VISTA) E IN ST-ZOOMCSV.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "zoomvist.sl".
           copy "zoomcfg.sl".
           copy "operatori.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "zoomvist.fd".
           copy "zoomcfg.fd".
           copy "operatori.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "auditlog.lks".

       77  status-zoomvist       pic xx.
       77  status-zoomcfg        pic xx.
       77  status-operatori      pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  filler                pic 9.
           88 nuova-vista        value 1 false 0.

       77  ws-data-corrente      pic 9(8).
       77  ws-nome-file          pic x(20).
       77  ws-idx                pic 9(2).
       77  ws-num-visibili       pic 9(2).
       77  ws-num-colonne        pic 9(2).

       LINKAGE SECTION.
           copy "zoomvist.lks".

      ******************************************************************
       PROCEDURE DIVISION using zoomvist-link.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform OPEN-FILES
              evaluate true
              when zvl-salva    perform SALVA-VISTA
              when zvl-leggi    perform LEGGI-VISTA
              when zvl-cancella perform CANCELLA-VISTA
              when other        set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
           end-if.
           if tutto-ok
              set zvl-esito-ok to true
           else
              set zvl-esito-ko to true
           end-if.
           goback.

      ***---
       INIT.
           set tutto-ok to true.
           accept ws-data-corrente from century-date.
           if zvl-file = spaces or zvl-nome = spaces
              set tutto-ok to false
           end-if.
           move zvl-file to ws-nome-file.
           evaluate zvl-file
           when "clienti-alfa"  move "clienti"  to ws-nome-file
           when "articoli-alfa" move "articoli" to ws-nome-file
           when "tipocli-alfa"  move "tipocli"  to ws-nome-file
           when "codiva-esente" move "codiva"   to ws-nome-file
           end-evaluate.

      ***---
       OPEN-FILES.
           open i-o zoomvist.
           if status-zoomvist = "35"
              open output zoomvist
              close       zoomvist
              open i-o    zoomvist
           end-if.
           open input zoomcfg operatori.

      ***---
       SALVA-VISTA.
           perform CONTROLLA-DATI.
           if not tutto-ok
              exit paragraph
           end-if.
           move ws-nome-file to zvi-file.
           if zvl-vista-condivisa
              move spaces        to zvi-operatore
           else
              move zvl-operatore to zvi-operatore
           end-if.
           move zvl-nome to zvi-nome.
           set nuova-vista to false.
           read zoomvist
                invalid
                   set nuova-vista to true
                   initialize rec-zoomvist
                   move ws-nome-file  to zvi-file
                   move zvl-nome      to zvi-nome
                   move zvl-operatore to zvi-creata-da
                   if not zvl-vista-condivisa
                      move zvl-operatore to zvi-operatore
                   end-if
           end-read.
           if not nuova-vista and zvi-operatore = spaces
              perform CONTROLLA-PROPRIETARIO
              if not tutto-ok
                 exit paragraph
              end-if
           end-if.
           move zvl-ordinamento to zvi-ordinamento.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              move zvl-filtro-campo(ws-idx)  to zvi-filtro-campo(ws-idx)
              move zvl-filtro-modo(ws-idx)   to zvi-filtro-modo(ws-idx)
              move zvl-filtro-valore(ws-idx)
                to zvi-filtro-valore(ws-idx)
           end-perform.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
              move zvl-colonna(ws-idx) to zvi-colonna(ws-idx)
           end-perform.
           move zvl-operatore    to zvi-aggiornata-da.
           move ws-data-corrente to zvi-data-aggiornamento.
           if nuova-vista
              write rec-zoomvist
                    invalid set tutto-ok to false
              end-write
           else
              rewrite rec-zoomvist
                      invalid set tutto-ok to false
              end-rewrite
           end-if.
           if tutto-ok
              perform AUDIT-VISTA
           end-if.

      ***---
      * L'ARCHIVIO DEVE AVERE LA TESTATA ZOOMCFG; OGNI FILTRO USATO
      * DEVE PUNTARE A UNA COLONNA ESISTENTE, CON UN MODO NOTO E UN
      * VALORE; ALMENO UNA DELLE COLONNE CONFIGURATE RESTA VISIBILE.
      * LA VISTA PERSONALE VUOLE UN OPERATORE.
       CONTROLLA-DATI.
           if not zvl-vista-condivisa and zvl-operatore = spaces
              set tutto-ok to false
              exit paragraph
           end-if.
           if zvl-ordinamento > 1
              set tutto-ok to false
              exit paragraph
           end-if.
           move ws-nome-file to zcf-file.
           move 0            to zcf-campo.
           read zoomcfg no lock
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           move 0 to ws-num-colonne.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
              move ws-nome-file to zcf-file
              move ws-idx       to zcf-campo
              read zoomcfg no lock
                   invalid exit perform
              end-read
              add 1 to ws-num-colonne
           end-perform.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              if zvl-filtro-campo(ws-idx) not = 0
                 move zvl-filtro-modo(ws-idx) to zvi-filtro-modo(1)
                 if zvl-filtro-campo(ws-idx) > ws-num-colonne or
                    not zvi-filtro-valido(1) or
                    zvl-filtro-valore(ws-idx) = spaces
                    set tutto-ok to false
                    exit perform
                 end-if
              end-if
           end-perform.
           if not tutto-ok
              exit paragraph
           end-if.
           move 0 to ws-num-visibili.
           perform varying ws-idx from 1 by 1
                     until ws-idx > ws-num-colonne
              if zvl-colonna(ws-idx) not = "N"
                 add 1 to ws-num-visibili
              end-if
           end-perform.
           if ws-num-visibili = 0
              set tutto-ok to false
           end-if.

      ***---
      * LA VISTA CONDIVISA ESISTENTE LA TOCCA SOLO CHI L'HA CREATA
      * O UN SUPERVISORE: GLI ALTRI SE NE SALVANO UNA PERSONALE.
       CONTROLLA-PROPRIETARIO.
           if zvi-creata-da = zvl-operatore
              exit paragraph
           end-if.
           move zvl-operatore to ope-codice.
           read operatori no lock
                invalid set tutto-ok to false
            not invalid
                if not ope-ruolo-supervisore
                   set tutto-ok to false
                end-if
           end-read.

      ***---
       LEGGI-VISTA.
           move ws-nome-file  to zvi-file.
           move zvl-operatore to zvi-operatore.
           move zvl-nome      to zvi-nome.
           read zoomvist no lock
                invalid
                   move spaces to zvi-operatore
                   read zoomvist no lock
                        invalid set tutto-ok to false
                   end-read
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           if zvi-operatore = spaces
              move "S" to zvl-condivisa
           else
              move "N" to zvl-condivisa
           end-if.
           move zvi-ordinamento to zvl-ordinamento.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
              move zvi-filtro-campo(ws-idx)  to zvl-filtro-campo(ws-idx)
              move zvi-filtro-modo(ws-idx)   to zvl-filtro-modo(ws-idx)
              move zvi-filtro-valore(ws-idx)
                to zvl-filtro-valore(ws-idx)
           end-perform.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
              move zvi-colonna(ws-idx) to zvl-colonna(ws-idx)
           end-perform.
           move zvi-creata-da to zvl-creata-da.

      ***---
       CANCELLA-VISTA.
           move ws-nome-file to zvi-file.
           if zvl-vista-condivisa
              move spaces        to zvi-operatore
           else
              move zvl-operatore to zvi-operatore
           end-if.
           move zvl-nome to zvi-nome.
           read zoomvist
                invalid
                   set tutto-ok to false
                   exit paragraph
           end-read.
           if zvi-operatore = spaces
              perform CONTROLLA-PROPRIETARIO
              if not tutto-ok
                 exit paragraph
              end-if
           end-if.
           delete zoomvist record
                  invalid set tutto-ok to false
              not invalid perform AUDIT-VISTA
           end-delete.

      ***---
       AUDIT-VISTA.
           initialize auditlog-link.
           move "ST-ZOOMVISTE"          to aul-programma.
           move "ZOOMVIST"              to aul-file-dati.
           evaluate true
           when zvl-cancella      set aul-cancellazione to true
           when nuova-vista       set aul-inserimento   to true
           when other             set aul-modifica      to true
           end-evaluate.
      * LA CHIAVE AUDIT E' L'ARCHIVIO; OPERATORE (A SPAZI PER LA
      * CONDIVISA) E NOME DELLA VISTA FINISCONO NEL VALORE.
           move zvi-file                to aul-chiave-record.
           move "ZVI-NOME"              to aul-campo.
           move spaces                  to aul-valore-precedente.
           move zvi-chiave(21:40)       to aul-valore-nuovo.
           move zvl-operatore           to aul-operatore.
           call "st-audit" using auditlog-link.

      ***---
       CLOSE-FILES.
           close zoomvist zoomcfg operatori.
