      *-----------------------------------------------------------------
      * wscrjob - esito dell'ultimo passo batch, in un'area esterna
      * condivisa fra SCRJOB (driver del giro notturno) e i programmi
      * batch che lancia come passi (SCRPURGE, SCRBRIG, SCRCMP): il
      * programma la azzera in partenza e la valorizza a fine giro,
      * SCRJOB la legge al ritorno dalla CALL e la registra sullo
      * storico SCRJOBH. Lanciati da soli i programmi la valorizzano
      * comunque, senza effetti
      *-----------------------------------------------------------------
       01 ext-job-esito is external.
      * esito: "S" passo completato, "N" passo fallito (parametri,
      * archivi o report non aperti)
         02 job-e-esito               pic x(01).
         02 job-e-n-letti             pic 9(08).
         02 job-e-n-elaborati         pic 9(08).
         02 job-e-n-anomalie          pic 9(08).
         02 job-e-nome-report         pic x(70).
