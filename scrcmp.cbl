      ** record presenti su un solo lato e quelli diversi, con
      ** i campi chiave in chiaro. Non scrive MAI su nessuno
      ** dei due lati: serve a capire quali definizioni del
      ** cliente divergono dalle nostre, non a sistemarle.
      ** I totali del confronto vengono lasciati anche
      ** nell'area WSCRJOB per il giro notturno di SCRJOB
      **------------------------------------------------------**
      *
       environment division.
       copy "wopenf.cpy".
       copy "wstato.cpy".
       copy "cogazien.cpy".
       copy "wscrjob.cpy".
      *
       copy "wcont.cpy".
       copy "wcont1.cpy".
       apri.
           move k-program-id             to prog-err w-nome-hlp
           perform z-99-init-program
           initialize ext-job-esito
           move "N"                      to job-e-esito

           accept ext-scr-dir	 from environment "SCR-DIR"
           if ext-scr-dir = spaces
           close scrforms scrfmpag scrfield scrfldvf scrfldrl scrpgmsg
           close expforms expfmpag expfield expfldvf expfldrl exppgmsg

           compute job-e-n-letti = x-cmp-uguali + x-cmp-diversi
                                 + x-cmp-solo-a + x-cmp-solo-b
           move x-cmp-uguali            to job-e-n-elaborati
           compute job-e-n-anomalie = x-cmp-diversi
                                    + x-cmp-solo-a + x-cmp-solo-b
           move w-nome-scrscnlog        to job-e-nome-report
           move "S"                     to job-e-esito

           initialize wb-msg
           string "Confronto completato: " delimited size
              zeta8a                    delimited size
