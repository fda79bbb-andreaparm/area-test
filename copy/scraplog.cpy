      *-----------------------------------------------------------------
      * scraplog - rigo di log testuale (CSV, separatore ';'):
      * revisore;data;ora;pacchetto;programma;esito;variazioni
      * esaminate;autori delle variazioni;nota
      *-----------------------------------------------------------------
       01 apl-rec                      pic x(300).
