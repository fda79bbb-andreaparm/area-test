      *-----------------------------------------------------------------
      * utilscrgeom - blocco di comando per SCRGEOM (verifica della
      * geometria delle form: controlli sovrapposti, fuori form,
      * etichette sovrapposte, figli di griglia fuori griglia), sul
      * modello degli altri util-xxx (util-scrwd2, ...).
      * SCRGEOM-PRG = spazi verifica tutti i programmi del pacchetto
      *-----------------------------------------------------------------
       01 util-scrgeom.
         02 scrgeom-called            pic x(20).
         02 scrgeom-caller            pic x(20).
         02 scrgeom-pac               pic x(08).
         02 scrgeom-prg               pic x(20).
         02 scrgeom-silent-mode       pic x(01).
      * esito: "S" verifica eseguita, "N" archivi o report non aperti
         02 scrgeom-esito             pic x(01).
         02 scrgeom-n-form            pic 9(08).
         02 scrgeom-n-anomalie        pic 9(08).
         02 scrgeom-nome-report       pic x(70).
