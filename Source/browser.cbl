       77 ws-esito-scan-griglia   PIC  S9(9) COMP-5.
       77 ws-riga-html            PIC  X(512).

      * CONSULTAZIONE DELL'ARCHIVIO FOTOGRAFICO (VEDI TRACCIA-LETTURA)
           copy "letture.lks".

      ***********************************************************
      *   Code Gen's Buffer                                     *
      ***********************************************************
       Form1-Init-Value.
           MOVE "Gestione Immagini" TO TOTEM-MSG-TITLE
      * <TOTEM:EPT. FORM:Form1, FORM:Form1, SetDefault>
           perform TRACCIA-LETTURA.
      * <TOTEM:END>
           PERFORM Form1-FLD-TO-BUF
           .
           destroy mio-layout 
           .
      * <TOTEM:END>
       TRACCIA-LETTURA.
      * <TOTEM:PARA. TRACCIA-LETTURA>
           if LinkCliente = spaces or LinkCliente = low-value
              exit paragraph
           end-if.
           initialize letture-link.
           move "BROWSER"     to ltl-programma.
           move LinkCliente   to ltl-cliente.
           set  ltl-foto      to true.
           move LinkOperatore to ltl-operatore.
           call "st-lettura" using letture-link.
           cancel "st-lettura".
           .
      * <TOTEM:END>

      * EVENT PARAGRAPH
       pb-sfoglia-LinkTo.
