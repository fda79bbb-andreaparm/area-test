       01 jbh-rec.
         02 jbh-chia1.
      * nome del giro (definizione <nome>.job nella cartella SCR-DIR)
           03 jbh-giro                 pic x(08).
      * partenza del giro: identifica il giro
           03 jbh-data                 pic 9(08).
           03 jbh-ora                  pic 9(08).
      * 0 = testata del giro, poi i passi nell'ordine di definizione
           03 jbh-passo                pic 9(02).
         02 jbh-programma              pic x(10).
         02 jbh-parametri              pic x(80).
      * se il passo fallisce: (F)erma il giro, (P)rosegue
         02 jbh-se-errore              pic x(01).
         02 jbh-ini-data               pic 9(08).
         02 jbh-ini-ora                pic 9(08).
         02 jbh-fin-data               pic 9(08).
         02 jbh-fin-ora                pic 9(08).
         02 jbh-n-letti                pic 9(08).
         02 jbh-n-elaborati            pic 9(08).
         02 jbh-n-anomalie             pic 9(08).
      * esito: (S) completato, (N) fallito, (A) non eseguito perche`
      * il giro si e` fermato prima, (G) gia` completato nel giro
      * ripreso; sulla testata (I) in corso finche` il giro non
      * termina, poi (S)/(N)
         02 jbh-esito                  pic x(01).
      * codice di ritorno: del passo (0/8) o del giro (sulla testata)
         02 jbh-codice                 pic 9(02).
         02 jbh-nome-report            pic x(70).
      * sulla testata dei giri di ripresa: il giro ripreso
         02 jbh-rip-data               pic 9(08).
         02 jbh-rip-ora                pic 9(08).
         02 jbh-nota                   pic x(60).
