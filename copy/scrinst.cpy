       01 ins-rec.
         02 ins-chia1.
           03 ins-cliente              pic x(30).
           03 ins-cartella             pic x(70).
           03 ins-data                 pic 9(08).
           03 ins-ora                  pic 9(08).
      * T = testata del rilascio, P = programma (pacchetto/programma
      * valorizzati solo sulle righe P)
           03 ins-tipo                 pic x(01).
           03 ins-pac                  pic x(08).
           03 ins-prg                  pic x(20).
         02 ins-postazione             pic x(20).
      * I installato, E con errori, C collisioni, F fallito,
      * R ripristinato, N non approvato (vedi SCRRICEV)
         02 ins-esito                  pic x(01).
         02 ins-installatore           pic x(10).
         02 ins-cat-data               pic 9(08).
         02 ins-cat-ora                pic 9(08).
         02 ins-cat-pac                pic x(08).
         02 ins-cat-prg                pic x(20).
         02 ins-n-prg                  pic 9(04).
         02 ins-n-errori               pic 9(08).
         02 ins-ver-vec                pic 9(04).
         02 ins-ver-nuo                pic 9(04).
      * data di caricamento in sede
         02 ins-data-carico            pic 9(08).
