      *-----------------------------------------------------------------
      * relcum - riga dell'elenco di un rilascio cumulativo: una riga
      * di testata (T) con cliente, data/ora e operatore, poi una riga
      * (P) per ogni programma contenuto nel rilascio
      *-----------------------------------------------------------------
       01 rcm-rec.
      * tipo riga: (T)estata, (P)rogramma
         02 rcm-tipo                   pic x(01).
         02 rcm-pac                    pic x(08).
         02 rcm-prg                    pic x(20).
         02 rcm-cliente                pic x(30).
         02 rcm-data                   pic 9(08).
         02 rcm-ora                    pic 9(08).
         02 rcm-operatore              pic x(20).
