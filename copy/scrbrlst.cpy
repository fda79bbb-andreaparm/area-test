      *-----------------------------------------------------------------
      * scrbrlst - riga dell'elenco mirato di rigenerazione: un
      * programma per riga; la nota (esito della riconciliazione)
      * e` solo descrittiva e SCRBRIG la ignora
      *-----------------------------------------------------------------
       01 bls-rec.
         02 bls-pac                    pic x(08).
         02 bls-prg                    pic x(20).
         02 bls-nota                   pic x(52).
