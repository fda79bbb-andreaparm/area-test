      *-----------------------------------------------------------------
      * utilscrinteg - blocco di comando per SCRINTEG (verifica di
      * integrita` referenziale: SCRFLDEX orfane, SCRPGFIL verso
      * SCRFILES inesistenti o disallineati, FLD-TML senza SCRTEMPL),
      * sul modello degli altri util-xxx.
      * SCRINTEG-PAC = spazi verifica tutti i pacchetti
      *-----------------------------------------------------------------
       01 util-scrinteg.
         02 scrinteg-called           pic x(20).
         02 scrinteg-caller           pic x(20).
         02 scrinteg-pac              pic x(08).
         02 scrinteg-silent-mode      pic x(01).
      * esito: "S" verifica eseguita, "N" archivi o report non aperti
         02 scrinteg-esito            pic x(01).
         02 scrinteg-n-letti          pic 9(08).
         02 scrinteg-n-anomalie       pic 9(08).
         02 scrinteg-nome-report      pic x(70).
