      *-----------------------------------------------------------------
      * relappr - riga per programma approvato: pacchetto, programma,
      * revisore e data/ora dell'approvazione
      *-----------------------------------------------------------------
       01 rap-rec.
         02 rap-pac                    pic x(08).
         02 rap-prg                    pic x(20).
         02 rap-revisore               pic x(20).
         02 rap-data                   pic 9(08).
         02 rap-ora                    pic 9(08).
