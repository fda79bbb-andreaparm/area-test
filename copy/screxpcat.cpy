      *-----------------------------------------------------------------
      * screxpcat - rigo di catalogo testuale (CSV, separatore ';')
      * rilascio spot:
      *   operatore;data;ora;pacchetto;programma;cartella
      * rilascio cumulativo (programma = "*CUMULATIVO"), in coda il
      * cliente e l'elenco dei programmi separati da virgola:
      *   operatore;data;ora;pacchetto;*CUMULATIVO;cartella;cliente;
      *   prg1,prg2,...
      *-----------------------------------------------------------------
       01 xct-rec                      pic x(4000).
