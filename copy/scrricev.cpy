      *-----------------------------------------------------------------
      * scrricev - ricevuta di installazione a tracciato fisso
      * ric-tipo: T = testata del rilascio, P = programma coinvolto
      * ric-esito: I = installato, E = installato con errori,
      *            C = rifiutato per collisioni, F = fallito /
      *            annullato, R = ripristinato (copia di sicurezza),
      *            N = rifiutato perche` contiene programmi non
      *            approvati in revisione
      * le versioni sono la SCR-VERSIONE della prima form del
      * programma presso il cliente prima e dopo l'operazione
      * (0 = programma assente)
      *-----------------------------------------------------------------
       01 ric-rec.
         02 ric-tipo                   pic x(01).
         02 ric-cliente                pic x(30).
         02 ric-postazione             pic x(20).
         02 ric-data                   pic 9(08).
         02 ric-ora                    pic 9(08).
         02 ric-cartella               pic x(70).
         02 ric-esito                  pic x(01).
         02 ric-testata.
           03 ric-installatore         pic x(10).
           03 ric-cat-data             pic 9(08).
           03 ric-cat-ora              pic 9(08).
           03 ric-cat-pac              pic x(08).
           03 ric-cat-prg              pic x(20).
           03 ric-n-prg                pic 9(04).
           03 ric-n-errori             pic 9(08).
           03 filler                   pic x(06).
         02 ric-programma redefines ric-testata.
           03 ric-pac                  pic x(08).
           03 ric-prg                  pic x(20).
           03 ric-ver-vec              pic 9(04).
           03 ric-ver-nuo              pic 9(04).
           03 filler                   pic x(36).
