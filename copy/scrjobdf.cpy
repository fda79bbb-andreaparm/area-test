      *-----------------------------------------------------------------
      * scrjobdf - riga della definizione di un giro:
      *    PROGRAMMA;SE ERRORE;PAR1;PAR2;PAR3;PAR4;PAR5;PAR6
      * con SE ERRORE = F (il giro si ferma) o P (il giro prosegue) e
      * i parametri del programma nello stesso ordine della sua riga
      * di comando. Le righe vuote o che iniziano con * sono commenti
      *-----------------------------------------------------------------
       01 jdf-rec                      pic x(200).
