       01 apr-rec.
         02 apr-chia1.
           03 apr-pac                  pic x(08).
           03 apr-prg                  pic x(20).
      * stato: (A)pprovato, (M)odificato in attesa di revisione,
      * (R)espinto (torna in modifica; non e` approvato)
         02 apr-stato                  pic x(01).
      * ultima variazione registrata su SCRFHIST
         02 apr-mod-operatore          pic x(20).
         02 apr-mod-data               pic 9(08).
         02 apr-mod-ora                pic 9(08).
      * ultima approvazione (le variazioni da rivedere sono quelle
      * successive): revisore, data e ora
         02 apr-app-revisore           pic x(20).
         02 apr-app-data               pic 9(08).
         02 apr-app-ora                pic 9(08).
      * ultima revisione (approvazione o rifiuto): revisore, data, ora
      * e nota
         02 apr-rev-revisore           pic x(20).
         02 apr-rev-data               pic 9(08).
         02 apr-rev-ora                pic 9(08).
         02 apr-rev-nota               pic x(60).
