      ** parcheggiate (CST-STATO = "P") restano comunque,
      ** qualunque sia la loro eta`. A fine giro viene scritto
      ** un report con esaminati/archiviati/conservati per
      ** archivio. L'esito (esaminati, archiviati, archivi non
      ** aperti) viene lasciato anche nell'area WSCRJOB per il
      ** giro notturno di SCRJOB
      **------------------------------------------------------**
      *
       environment division.
       77 x-archiviati                   pic 9(08).
       77 x-conservati                   pic 9(08).
       77 x-tot-archiviati               pic 9(08).
       77 x-tot-esaminati                pic 9(08).
       77 x-err-archivio                 pic 9(08).
       01 x-sav-chia                     pic x(60).
       01 x-aud-s-oper                   pic x(20).
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
           write scn-rec

           move 0                        to x-tot-archiviati
           move 0                        to x-tot-esaminati

           if x-gg-fhist > 0
              perform x-purga-scrfhist

           close scrscnlog

           move x-tot-esaminati         to job-e-n-letti
           move x-tot-archiviati        to job-e-n-elaborati
           move x-err-archivio          to job-e-n-anomalie
           move w-nome-scrscnlog        to job-e-nome-report
           if x-err-archivio = 0
              move "S"                  to job-e-esito
           end-if

           move x-tot-archiviati        to zeta8a
           initialize wb-msg
           string "Pulizia completata: " zeta8a
           close scrfhist

           add x-archiviati             to x-tot-archiviati
           add x-esaminati              to x-tot-esaminati
           move "SCRFHIST"              to x-aud-s-oper
           perform x-scrivi-riga-report
           .
           close scrcest

           add x-archiviati             to x-tot-archiviati
           add x-esaminati              to x-tot-esaminati
           move "SCRCEST"               to x-aud-s-oper
           perform x-scrivi-riga-report
           .
           close keepaudaz

           add x-archiviati             to x-tot-archiviati
           add x-esaminati              to x-tot-esaminati
           move "SCRAUDAZ"              to x-aud-s-oper
           perform x-scrivi-riga-report
           .
