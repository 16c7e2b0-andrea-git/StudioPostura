      *       FORNITORE DEVE ESISTERE, IL CODICE IVA DEVE ESISTERE IN
      *       CODIVA E IMPONIBILE + IMPOSTA DEVE DARE IL TOTALE. SE IL
      *       TERMINE DI PAGAMENTO NON E' INDICATO SI EREDITA QUELLO
      *       ABITUALE DEL FORNITORE (FOR-COD-PAGAMENTO). SUI COMPENSI
      *       DEI COLLABORATORI SI PASSA LA PERCENTUALE DELLA RITENUTA
      *       D'ACCONTO: L'IMPONIBILE A ZERO VALE L'IMPONIBILE DELLA
      *       FATTURA E L'IMPORTO A ZERO SI CALCOLA; LA RITENUTA NON
      *       PUO' SUPERARE IL TOTALE DEL DOCUMENTO
      *       CATEGORIA DI COSTO E RIPARTIZIONE FRA LE SEDI: A SPAZI
      *       (E A ZERO) SI EREDITANO CATEGORIA E SEDE ABITUALI DEL
      *       FORNITORE (FOR-CATEGORIA-COSTO, FOR-STUDIO), PRIMA
      *       ANCORA QUELLE DEL CONTRATTO RICORRENTE ABBINATO. LA
      *       FATTURA SI ABBINA ALLA SCADENZA PREVISIONALE (SCADPREV)
      *       PIU' VECCHIA ANCORA APERTA DEL FORNITORE CHE CADA NON
      *       OLTRE IL MESE SUCCESSIVO A QUELLO DEL DOCUMENTO
      *   "R" ACCODA UNA RIGA ALLA TESTATA: SE LA RIGA PORTA UN
      *       ARTICOLO MERCE IL CARICO DI MAGAZZINO VIENE REGISTRATO
      *       SUBITO CON ST-MOVMAG, AGGANCIATO AL DOCUMENTO
      *   "A" ANNULLA UNA REGISTRAZIONE NON ANCORA PAGATA (TESTATA E
      *       RIGHE); GLI EVENTUALI CARICHI GIA' SCRITTI RESTANO E
      *       VANNO RETTIFICATI DA ST-MOVMAG, COME PER OGNI ERRORE
      *       DI MAGAZZINO; LA SCADENZA PREVISIONALE EVENTUALMENTE
      *       ABBINATA TORNA APERTA
      *   "K" RICLASSIFICA UNA REGISTRAZIONE GIA' FATTA: CAMBIA SOLO
      *       CATEGORIA DI COSTO E RIPARTIZIONE FRA LE SEDI
      *   "P" REGISTRA IL SALDO DELLA FATTURA (STATO PAGATA E DATA)
      *   "Q" REGISTRA IL PAGAMENTO DI UNA PARTE DELLE RATE (STATO
      *       PAGATA PARZIALE E DATA DELL'ULTIMO PAGAMENTO)
      * LA RIPARTIZIONE, SE C'E', DEVE SOMMARE 100 SU STUDI ESISTENTI
      * IN PARAM. OGNI SCRITTURA FINISCE SU AUDITLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
           copy "fornitori.sl".
           copy "codiva.sl".
           copy "articoli.sl".
           copy "param.sl".
           copy "contrpass.sl".
           copy "scadprev.sl".

      *****************************************************************
       DATA DIVISION.
           copy "fornitori.fd".
           copy "codiva.fd".
           copy "articoli.fd".
           copy "param.fd".
           copy "contrpass.fd".
           copy "scadprev.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
       77  status-fornitori      pic xx.
       77  status-codiva         pic xx.
       77  status-articoli       pic xx.
       77  status-param          pic xx.
       77  status-contrpass      pic xx.
       77  status-scadprev       pic xx.

       77  filler                pic 9.
           88 tutto-ok           value 1 false 0.
       77  ws-data-corrente      pic 9(8).
       77  ws-ultimo-protocollo  pic 9(6) value 0.
       77  ws-ultimo-prg-riga    pic 9(4) value 0.
       77  ws-rip-idx            pic 9.
       77  ws-rip-totale         pic 9(4)v99.

      * ABBINAMENTO CON LE SCADENZE PREVISIONALI DEI CONTRATTI
       77  filler                pic 9.
           88 previsione-trovata value 1 false 0.
       01  ws-prev-chiave.
           05 ws-prev-contratto  pic 9(6).
           05 ws-prev-data       pic 9(8).
       77  ws-mese-limite        pic 9(6).

      * REGISTRAZIONE DEL CARICO DI MAGAZZINO (VEDI ST-MOVMAG)
       77  ws-mag-funzione       pic x(1).
       77  ws-mag-esito          pic xx.
       77  ws-mag-lotto          pic x(15) value spaces.
       77  ws-mag-scad-lotto     pic 9(8)  value 0.
       77  ws-mag-codice-letto   pic x(20) value spaces.

       LINKAGE SECTION.
       77  link-funzione         pic x(1).
           88 link-riga          value "R".
           88 link-annulla       value "A".
           88 link-pagamento     value "P".
           88 link-pag-parziale  value "Q".
           88 link-classifica    value "K".
       77  link-anno             pic 9(4).
       77  link-protocollo       pic 9(6).
       77  link-fornitore        pic x(6).
       77  link-esito            pic xx.
           88 link-esito-ok      value "OK".
           88 link-esito-ko      value "KO".
       77  link-ritenuta-perc    pic 9(2)v99.
       77  link-ritenuta-imponibile pic s9(7)v99.
       77  link-ritenuta-importo pic s9(7)v99.
       77  link-categoria-costo  pic x(3).
       01  link-riparto.
           05 link-rip           occurs 5 times.
              10 link-rip-studio pic x(4).
              10 link-rip-perc   pic 9(3)v99.

      ******************************************************************
       PROCEDURE DIVISION using link-funzione link-anno link-protocollo
                                 link-note link-articolo
                                 link-descrizione link-qta link-prz
                                 link-data-pagamento link-operatore
                                 link-esito link-ritenuta-perc
                                 link-ritenuta-imponibile
                                 link-ritenuta-importo
                                 link-categoria-costo link-riparto.

      ***---
       MAIN-PRG.
              when link-riga      perform REGISTRA-RIGA
              when link-annulla   perform ANNULLA-REGISTRAZIONE
              when link-pagamento perform REGISTRA-PAGAMENTO
              when link-pag-parziale
                   perform REGISTRA-PAGAMENTO
              when link-classifica
                   perform RICLASSIFICA-REGISTRAZIONE
              when other          set tutto-ok to false
              end-evaluate
              perform CLOSE-FILES
              close       fornitori
              open input  fornitori
           end-if.
           open input codiva articoli param.
           open input contrpass.
           if status-contrpass = "35"
              open output contrpass
              close       contrpass
              open input  contrpass
           end-if.
           open i-o scadprev.
           if status-scadprev = "35"
              open output scadprev
              close       scadprev
              open i-o    scadprev
           end-if.

      ***---
       REGISTRA-TESTATA.
           set  fac-non-pagata     to true.
           move 0                  to fac-data-pagamento.
           move link-note          to fac-note.
           if link-ritenuta-perc not = 0
              perform VALORIZZA-RITENUTA
              if not tutto-ok
                 exit paragraph
              end-if
           end-if.
           perform CERCA-PREVISIONE.
           if previsione-trovata
              move ws-prev-contratto to ctp-codice
              read contrpass no lock
                   invalid initialize rec-contrpass
              end-read
              if link-categoria-costo = spaces
                 move ctp-categoria-costo to link-categoria-costo
              end-if
              perform CONTA-RIPARTO
              if ws-rip-totale = 0 and ctp-studio not = spaces
                 initialize link-riparto
                 move ctp-studio to link-rip-studio(1)
                 move 100        to link-rip-perc(1)
              end-if
           end-if.
           if link-categoria-costo = spaces
              move for-categoria-costo to link-categoria-costo
           end-if.
           perform CONTA-RIPARTO.
           if ws-rip-totale = 0 and for-studio not = spaces
              initialize link-riparto
              move for-studio to link-rip-studio(1)
              move 100        to link-rip-perc(1)
           end-if.
           perform VALORIZZA-CLASSIFICAZIONE.
           if not tutto-ok
              exit paragraph
           end-if.
           write rec-tfatacq
                 invalid set tutto-ok to false
           end-write.
              move fac-protocollo to link-protocollo
              set aul-inserimento to true
              perform AUDIT-TFATACQ
              if previsione-trovata
                 perform ABBINA-PREVISIONE
              end-if
           end-if.

      ***---
       VALORIZZA-RITENUTA.
           move link-ritenuta-perc to fac-ritenuta-perc.
           if link-ritenuta-imponibile not = 0
              move link-ritenuta-imponibile to fac-ritenuta-imponibile
           else
              move link-importo-sub         to fac-ritenuta-imponibile
           end-if.
           if link-ritenuta-importo not = 0
              move link-ritenuta-importo to fac-ritenuta-importo
           else
              compute fac-ritenuta-importo rounded =
                      fac-ritenuta-imponibile * fac-ritenuta-perc / 100
           end-if.
           if fac-ritenuta-importo <= 0 or
              fac-ritenuta-importo >= link-importo-tot
              set tutto-ok to false
           end-if.

      ***---
       RICLASSIFICA-REGISTRAZIONE.
           move link-anno       to fac-anno.
           move link-protocollo to fac-protocollo.
           read tfatacq
                invalid set tutto-ok to false
           end-read.
           if not tutto-ok
              exit paragraph
           end-if.
           perform VALORIZZA-CLASSIFICAZIONE.
           if not tutto-ok
              exit paragraph
           end-if.
           rewrite rec-tfatacq
                   invalid set tutto-ok to false
               not invalid
                   set aul-modifica to true
                   perform AUDIT-TFATACQ
           end-rewrite.

      ***---
       VALORIZZA-CLASSIFICAZIONE.
           move link-categoria-costo to fac-categoria-costo.
           if fac-categoria-costo not = spaces and
              not fac-categoria-valida
              set tutto-ok to false
              exit paragraph
           end-if.
           perform CONTA-RIPARTO.
           if ws-rip-totale not = 0 and ws-rip-totale not = 100
              set tutto-ok to false
              exit paragraph
           end-if.
           perform varying ws-rip-idx from 1 by 1 until ws-rip-idx > 5
              if link-rip-perc(ws-rip-idx) not = 0
                 move link-rip-studio(ws-rip-idx) to prm-studio
                 read param no lock
                      invalid set tutto-ok to false
                 end-read
              end-if
              move link-rip-studio(ws-rip-idx)
                to fac-rip-studio(ws-rip-idx)
              move link-rip-perc(ws-rip-idx)
                to fac-rip-perc(ws-rip-idx)
           end-perform.

      ***---
       CONTA-RIPARTO.
           move 0 to ws-rip-totale.
           perform varying ws-rip-idx from 1 by 1 until ws-rip-idx > 5
              add link-rip-perc(ws-rip-idx) to ws-rip-totale
           end-perform.

      ***---
       REGISTRA-RIGA.
                                  ws-mag-doc-numero ws-mag-note
                                  link-operatore ws-mag-giacenza
                                  ws-mag-esito
                                  ws-mag-lotto ws-mag-scad-lotto
                                  ws-mag-codice-letto.
           cancel "st-movmag".

      ***---
           end-if.
           set aul-cancellazione to true.
           perform AUDIT-TFATACQ.
           perform SBLOCCA-PREVISIONE.
           move low-value       to rac-chiave.
           move link-anno       to rac-anno.
           move link-protocollo to rac-protocollo.
           if not tutto-ok
              exit paragraph
           end-if.
           if link-pag-parziale
              if fac-pagata
                 set tutto-ok to false
                 exit paragraph
              end-if
              set fac-pagata-parziale to true
           else
              set fac-pagata to true
           end-if.
           if link-data-pagamento not = 0
              move link-data-pagamento to fac-data-pagamento
           else
                   perform AUDIT-TFATACQ
           end-rewrite.

      ***---
      * LA PIU' VECCHIA SCADENZA PREVISTA DEL FORNITORE FINO AL MESE
      * DOPO QUELLO DEL DOCUMENTO: LE FATTURE ATTESE E ARRIVATE IN
      * RITARDO SI CHIUDONO NELL'ORDINE IN CUI ERANO DOVUTE.
       CERCA-PREVISIONE.
           set previsione-trovata to false.
           move link-data-doc(1:6) to ws-mese-limite.
           if link-data-doc(5:2) = 12
              add 89 to ws-mese-limite
           else
              add 1  to ws-mese-limite
           end-if.
           move link-fornitore to spr-fornitore.
           start scadprev key >= spr-fornitore
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read scadprev next no lock at end exit perform end-read
              if spr-fornitore not = link-fornitore
                 exit perform
              end-if
              if spr-prevista and
                 spr-data-scadenza(1:6) <= ws-mese-limite
                 if not previsione-trovata or
                    spr-data-scadenza < ws-prev-data
                    move spr-chiave to ws-prev-chiave
                    set previsione-trovata to true
                 end-if
              end-if
           end-perform.

      ***---
       ABBINA-PREVISIONE.
           move ws-prev-chiave to spr-chiave.
           read scadprev
                invalid exit paragraph
           end-read.
           set  spr-abbinata     to true.
           move fac-anno         to spr-fac-anno.
           move fac-protocollo   to spr-fac-protocollo.
           move ws-data-corrente to spr-data-abbinamento.
           rewrite rec-scadprev
                   invalid continue
           end-rewrite.

      ***---
       SBLOCCA-PREVISIONE.
           move fac-fornitore to spr-fornitore.
           start scadprev key >= spr-fornitore
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read scadprev next at end exit perform end-read
              if spr-fornitore not = fac-fornitore
                 exit perform
              end-if
              if spr-abbinata and
                 spr-fac-anno       = link-anno and
                 spr-fac-protocollo = link-protocollo
                 set  spr-prevista to true
                 move 0 to spr-fac-anno spr-fac-protocollo
                           spr-data-abbinamento
                 rewrite rec-scadprev
                         invalid continue
                 end-rewrite
              end-if
           end-perform.

      ***---
       CERCA-ULTIMO-PROTOCOLLO.
           move 0 to ws-ultimo-protocollo.

      ***---
       CLOSE-FILES.
           close tfatacq rfatacq fornitori codiva articoli param
                 contrpass scadprev.
