       identification division.
       program-id.    scrbgeo.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Programma di innesco non interattivo (batch) della
      ** verifica di geometria delle form di un pacchetto
      ** (SCRGEOM), sul modello di SCRBRIG: pensato per il giro
      ** notturno, senza operatore davanti. Il report resta
      ** nella cartella SCR-DIR (geolog<data>.csv)
      **------------------------------------------------------**
      *
       environment division.
       configuration section.
       source-computer. acu-cobol.
       object-computer. acu-cobol.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
       data division.
       file section.
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       78  k-program-id               value "SCRBGEO".

      *77 ext-scr-dir                   pic x(70) is external.
       77 ext-out-dir                   pic x(70) is external.
       77 w-current-dir                 pic x(70).
       77 w-status                      pic 9(09) comp-4.

       77  par-pac                      pic x(08).
       77  par-prg                      pic x(20).

       77 zeta8a                          pic zzzzzzzz.
       77 zeta8b                          pic zzzzzzzz.
      *
       copy "utilscrgeom.cpy".

       copy "utilsenv.cpy".
       copy "wgrave.cpy".
       copy "wnscr.cpy".
       copy "wopenf.cpy".
       copy "wstato.cpy".
       copy "cogazien.cpy".
      *
       copy "wcont.cpy".
       copy "wcont1.cpy".

      *
       procedure division chaining par-pac par-prg.
      *
       main section.
       apri.
           move k-program-id             to prog-err w-nome-hlp
           perform z-99-init-program

           accept ext-scr-dir	 from environment "SCR-DIR"
           if ext-scr-dir = spaces
              move "Variabile 'SCR-DIR' non definita; forzo 'C:\ECOGE\SC
      -         "R'..."	           to wb-msg
              perform vbx-msg
              move "C:\ECOGE\SCR"  to ext-scr-dir
           end-if

           initialize util-senv
           move "S"                to senv-run-type
           call "SETENV"        using stringhe util-senv
           cancel "SETENV"

           call "C$CHDIR"       using w-current-dir, w-status
           move spaces             to ext-out-dir
           string w-current-dir       delimited "  "
              ext-os-slash "screens"  delimited size into ext-out-dir

           perform rd-azi

           if par-pac = spaces
              string "Parametri insufficienti; necessari:" k-newline
                 "- Pacchetto"           k-newline
                 "- Programma (facolt., spazi = tutti)"
                 delimited size    into wb-msg
              perform vbx-msg-info
              go to fine
           end-if

           initialize util-scrgeom
           move "SCRGEOM-CALLED"       to scrgeom-called
           move k-program-id           to scrgeom-caller
           move par-pac                to scrgeom-pac
           move par-prg                to scrgeom-prg
           move "S"                    to scrgeom-silent-mode
           call "SCRGEOM"           using stringhe util-scrgeom
           cancel "SCRGEOM"

           if scrgeom-esito not = "S"
              move "Verifica geometria batch non eseguita: archivi o rep
      -        "ort non aperti"       to wb-msg
              perform vbx-msg-error
              go to fine
           end-if

           move scrgeom-n-form         to zeta8a
           move scrgeom-n-anomalie     to zeta8b
           string "Verifica geometria batch completata: " delimited size
              zeta8a                   delimited size
              " form, "                delimited size
              zeta8b                   delimited size
              " anomalie, vedi "       delimited size
              scrgeom-nome-report      delimited " "
                                 into wb-msg
           perform vbx-msg-info
           go to fine
           .
      *
       fine.
       z-chiudi.
           close window w-sv-cur-prg
           perform z-99-exit-program
           goback.
      *
       copy "stato.cpy".
       copy "stato1.cpy".
       copy "winmsg.cpy".
       copy "grave.cpy".
       copy "util1.cpy".
       copy "mmsubw.cpy".
      *
       end program.
