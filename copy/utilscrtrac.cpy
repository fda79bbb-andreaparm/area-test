      *-----------------------------------------------------------------
      * utilscrtrac - blocco di comando per SCRTRAC (confronto dei
      * controlli con i tracciati record dei file del programma,
      * SCRPGFIL/SCRFILES), sul modello degli altri util-xxx.
      * SCRTRAC-PRG = spazi verifica tutti i programmi del pacchetto
      *-----------------------------------------------------------------
       01 util-scrtrac.
         02 scrtrac-called            pic x(20).
         02 scrtrac-caller            pic x(20).
         02 scrtrac-pac               pic x(08).
         02 scrtrac-prg               pic x(20).
         02 scrtrac-silent-mode       pic x(01).
      * esito: "S" verifica eseguita, "N" archivi o report non aperti
         02 scrtrac-esito             pic x(01).
         02 scrtrac-n-prg             pic 9(08).
         02 scrtrac-n-anomalie        pic 9(08).
         02 scrtrac-nome-report       pic x(70).
