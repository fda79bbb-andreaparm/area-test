       identification division.
       program-id.    scrjob.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Driver non interattivo (batch) del giro notturno, sul
      ** modello di SCRBRIG: legge la definizione del giro
      ** <PAR-GIRO>.job dalla cartella SCR-DIR (un passo per
      ** riga: programma, comportamento in caso di errore,
      ** parametri) e lancia i passi in ordine. Programmi
      ** previsti: SCRPURGE, SCRBRIG, SCRINTEG (verifica di
      ** integrita`, parametro pacchetto, spazi = tutti) e
      ** SCRCMP. Ogni passo viene registrato sullo storico
      ** permanente SCRJOBH (inizio, fine, contatori, esito,
      ** report); un passo fallito ferma il giro (F) o lo
      ** lascia proseguire (P), come da definizione.
      ** Con PAR-MODO = "R" riprende l'ultimo giro dal primo
      ** passo non completato; con PAR-MODO = "S" scrive il
      ** riepilogo degli ultimi PAR-NOTTI giorni
      ** (jobsum<data>.csv) di un giro o di tutti.
      ** Codice di ritorno per lo scheduler: 0 tutto regolare,
      ** 4 passi falliti ma giro completato, 8 giro fermato da
      ** un passo fallito, 12 giro non eseguibile (definizione
      ** o storico non disponibili); nel riepilogo, il codice
      ** peggiore dei giri elencati
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
           copy "scrjobdf.fd".
           copy "scrjobh.fd".
           copy "scrscnlog.fd".
      *
       data division.
       file section.
      *
       fd scrjobdf label record standard.
       copy "scrjobdf.cpy".
      *
       fd scrjobh label record standard.
       copy "scrjobh.cpy".
      *
       fd scrscnlog label record standard.
       copy "scrscnlog.cpy".
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       78  k-program-id               value "SCRJOB".

      *77 ext-scr-dir                   pic x(70) is external.

       77  par-giro                     pic x(08).
       77  par-modo                     pic x(01).
       77  par-notti                    pic x(04).

      **---------------------------------------------------------------**
      ** Nomi archivi e report
      **---------------------------------------------------------------**
       77 w-nome-scrjobdf                pic x(70).
       77 w-nome-scrjobh                 pic x(70).
       77 w-nome-scrscnlog               pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

      **---------------------------------------------------------------**
      ** Definizione del giro: passi nell'ordine del file
      **---------------------------------------------------------------**
       78 k-max-passi                    value 20.
       77 x-def-n                        pic 9(02).
       77 x-def-p                        pic 9(02).
       77 x-def-overflow                 pic x(01).
       01 x-def-tab.
         02 x-def-ele occurs k-max-passi times.
           03 x-def-programma            pic x(10).
           03 x-def-se-errore            pic x(01).
           03 x-def-par occurs 6 times   pic x(70).

      **---------------------------------------------------------------**
      ** Parametri del passo corrente, passati al programma
      **---------------------------------------------------------------**
       01 x-jp-1                         pic x(70).
       01 x-jp-2                         pic x(70).
       01 x-jp-3                         pic x(70).
       01 x-jp-4                         pic x(70).
       01 x-jp-5                         pic x(70).
       01 x-jp-6                         pic x(70).

      **---------------------------------------------------------------**
      ** Giro in corso ed eventuale giro ripreso (esito di ciascun
      ** passo come registrato sullo storico)
      **---------------------------------------------------------------**
       77 x-giro-data                    pic 9(08).
       77 x-giro-ora                     pic 9(08).
       77 x-giro-codice                  pic 9(02).
       77 x-giro-fermo                   pic x(01).
       77 x-giro-eseguiti                pic 9(02).
       77 x-giro-falliti                 pic 9(02).
       77 x-passo-da                     pic 9(02).
       77 x-rip-data                     pic 9(08).
       77 x-rip-ora                      pic 9(08).
       01 x-rip-tab.
         02 x-rip-esito occurs k-max-passi times pic x(01).
       77 x-tentativi                    pic 9(02).

      **---------------------------------------------------------------**
      ** Riga di storico del passo corrente
      **---------------------------------------------------------------**
       77 x-pas-esito                    pic x(01).
       77 x-pas-codice                   pic 9(02).
       77 x-pas-ini-data                 pic 9(08).
       77 x-pas-ini-ora                  pic 9(08).
       77 x-pas-fin-data                 pic 9(08).
       77 x-pas-fin-ora                  pic 9(08).
       01 x-pas-parametri                pic x(80).
       01 x-nota                         pic x(60).

      **---------------------------------------------------------------**
      ** Riepilogo degli ultimi giri: data limite (oggi meno le notti
      ** richieste) e totali
      **---------------------------------------------------------------**
       77 x-notti                        pic 9(04).
       01 x-gg-alfa                      pic x(04).
       01 x-gg-rev                       pic x(04).
       77 x-gg-sx                        pic 9(01).
       77 x-gg-dx                        pic 9(01).
       77 x-gg-cifre                     pic 9(01).
       77 x-gg-norm                      pic 9(04).
       77 x-giorni-int                   pic 9(08).
       77 x-lim-data                     pic 9(08).
       77 x-sum-giri                     pic 9(08).
       77 x-sum-ko                       pic 9(08).
       01 x-sum-esito                    pic x(20).
       77 x-ed-letti                     pic zzzzzzz9.
       77 x-ed-elaborati                 pic zzzzzzz9.
       77 x-ed-anomalie                  pic zzzzzzz9.
       77 x-ed-passo                     pic z9.
       77 x-ed-codice                    pic z9.
       77 zeta8a                         pic zzzzzzzz.
       77 zeta8b                         pic zzzzzzzz.

       01 datasis                  pic 9(08).
       01 orasis                   pic 9(08).
      *
       copy "utilscrinteg.cpy".

       copy "utilsenv.cpy".
       copy "wgrave.cpy".
       copy "wnscr.cpy".
       copy "wopenf.cpy".
       copy "wstato.cpy".
       copy "cogazien.cpy".
       copy "wscrjob.cpy".
      *
       copy "wcont.cpy".
       copy "wcont1.cpy".

      *
       procedure division chaining par-giro par-modo par-notti.
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

           perform rd-azi

           move 12                       to x-giro-codice

           if par-modo not = "R" and
              par-modo not = "S"
              move "E"                   to par-modo
           end-if

           if par-giro = spaces and
              par-modo not = "S"
              string "Parametri insufficienti; necessari:" k-newline
                 "- Giro (definizione <giro>.job in SCR-DIR)" k-newline
                 "- Modo ('E' = esegue, 'R' = riprende l'ultimo giro"
                 " dal passo fallito, 'S' = riepilogo)" k-newline
                 "- Notti del riepilogo (facolt., spazi = 7)"
                 delimited size    into wb-msg
              perform vbx-msg-info
              go to fine
           end-if

           accept datasis              from century-date
           accept orasis               from time

      **---------------------------------------------------------------**
      ** Storico dei giri: permanente, creato al primo utilizzo
      **---------------------------------------------------------------**
           initialize w-nome-scrjobh
           string ext-scr-dir         delimited " "
              ext-os-slash "scrjobh.arc" delimited size
                                 into w-nome-scrjobh
           open i-o scrjobh
           if stato = "35"
              open output scrjobh
              close scrjobh
              open i-o scrjobh
           end-if
           if stato not = "00"
              string "Archivio non aperto: " w-nome-scrjobh "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              go to fine
           end-if

           if par-modo = "S"
              perform x-riepilogo
              close scrjobh
              go to fine
           end-if

           perform x-carica-definizione
           if x-def-n = 0
              close scrjobh
              go to fine
           end-if

           move 1                        to x-passo-da
           if par-modo = "R"
              perform x-cerca-ripresa
              if x-passo-da = 0
                 close scrjobh
                 go to fine
              end-if
           end-if

           perform x-esegui-giro
           close scrjobh

           move x-giro-eseguiti          to zeta8a
           move x-giro-falliti           to zeta8b
           move x-giro-codice            to x-ed-codice
           initialize wb-msg
           string "Giro "                delimited size
              par-giro                   delimited " "
              " terminato con codice "   delimited size
              x-ed-codice                delimited size
              ": "                       delimited size
              zeta8a                     delimited size
              " passi eseguiti, "        delimited size
              zeta8b                     delimited size
              " falliti (storico "       delimited size
              w-nome-scrjobh             delimited " "
              ")"                        delimited size into wb-msg
           perform vbx-msg-info
           go to fine
           .

      *---------------------------------------------------------------**
      * Lettura della definizione del giro nella tabella dei passi.
      * Un passo senza comportamento in caso di errore ferma il giro:
      * nel dubbio meglio fermarsi che proseguire su archivi a meta`
      *---------------------------------------------------------------**
       x-carica-definizione.
           move 0                        to x-def-n
           move "N"                      to x-def-overflow
           initialize x-def-tab

           initialize w-nome-scrjobdf
           string ext-scr-dir         delimited " "
              ext-os-slash            delimited size
              par-giro                delimited " "
              ".job"                  delimited size
                                 into w-nome-scrjobdf
           open input scrjobdf
           if stato not = "00"
              string "Definizione del giro non trovata: "
                 w-nome-scrjobdf "; stato : " stato
                                   delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           perform with test before until stato not = "00"
              read scrjobdf
                 at end move "10"       to stato
               not at end
                 perform x-def-riga
              end-read
           end-perform
           close scrjobdf

           if x-def-overflow = "S"
              move 0                     to x-def-n
              move k-max-passi           to zeta8a
              initialize wb-msg
              string "Definizione del giro con piu` di " zeta8a
                 " passi: giro non eseguito!!" delimited size
                                   into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           if x-def-n = 0
              string "Nessun passo nella definizione del giro: "
                 w-nome-scrjobdf   delimited size into wb-msg
              perform vbx-msg-error
           end-if
           .

       x-def-riga.
           if jdf-rec = spaces or
              jdf-rec (1:1) = "*"
              exit paragraph
           end-if
           if x-def-n = k-max-passi
              move "S"                   to x-def-overflow
              exit paragraph
           end-if

           add 1                         to x-def-n
           unstring jdf-rec delimited by ";"
              into x-def-programma (x-def-n)
                   x-def-se-errore (x-def-n)
                   x-def-par (x-def-n, 1)
                   x-def-par (x-def-n, 2)
                   x-def-par (x-def-n, 3)
                   x-def-par (x-def-n, 4)
                   x-def-par (x-def-n, 5)
                   x-def-par (x-def-n, 6)
           end-unstring
           move function upper-case(x-def-programma (x-def-n))
                                         to x-def-programma (x-def-n)
           if x-def-se-errore (x-def-n) not = "P"
              move "F"                   to x-def-se-errore (x-def-n)
           end-if
           .

      *---------------------------------------------------------------**
      * Ripresa: l'ultimo giro registrato per PAR-GIRO (l'ultima
      * testata in ordine di chiave) e l'esito dei suoi passi; si
      * riparte dal primo passo non completato, anche se quel giro
      * era gia` una ripresa. X-PASSO-DA = 0: niente da riprendere
      *---------------------------------------------------------------**
       x-cerca-ripresa.
           move 0                        to x-passo-da
           move 0                        to x-rip-data
           move 0                        to x-rip-ora
           move spaces                   to x-rip-tab

           initialize jbh-rec
           move par-giro                 to jbh-giro
           perform st-scrjobh-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrjobh
                 if w-verbo-ok and
                    jbh-giro = par-giro
                    if jbh-passo = 0
                       move jbh-data     to x-rip-data
                       move jbh-ora      to x-rip-ora
                       move spaces       to x-rip-tab
                     else
                       if jbh-passo not > k-max-passi
                          move jbh-esito to x-rip-esito (jbh-passo)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           if x-rip-data = 0
              move "Nessun giro precedente da riprendere!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move 0                        to x-def-p
           perform with test before until x-def-p = x-def-n or
                                          x-passo-da > 0
              add 1                      to x-def-p
              if x-rip-esito (x-def-p) not = "S" and
                 x-rip-esito (x-def-p) not = "G"
                 move x-def-p            to x-passo-da
              end-if
           end-perform

           if x-passo-da = 0
              move 0                     to x-giro-codice
              initialize wb-msg
              string "L'ultimo giro "    delimited size
                 par-giro                delimited " "
                 " del "                 delimited size
                 x-rip-data              delimited size
                 " e` terminato regolarmente: niente da riprendere"
                                         delimited size into wb-msg
              perform vbx-msg-info
           end-if
           .

      *---------------------------------------------------------------**
      * Esecuzione del giro: testata sullo storico (esito "I" finche`
      * il giro non termina, cosi` un giro interrotto resta
      * riconoscibile), poi i passi in ordine. In ripresa i passi
      * gia` completati vengono solo registrati come tali; dopo un
      * passo fallito con "F" i restanti vengono registrati come non
      * eseguiti
      *---------------------------------------------------------------**
       x-esegui-giro.
           move 0                        to x-giro-codice
           move 0                        to x-giro-eseguiti
           move 0                        to x-giro-falliti
           move "N"                      to x-giro-fermo

           accept x-giro-data          from century-date
           accept x-giro-ora           from time

           initialize jbh-rec
           move par-giro                 to jbh-giro
           move x-giro-data              to jbh-data
           move x-giro-ora               to jbh-ora
           move 0                        to jbh-passo
           move k-program-id             to jbh-programma
           move par-modo                 to jbh-parametri
           move x-giro-data              to jbh-ini-data
           move x-giro-ora               to jbh-ini-ora
           move "I"                      to jbh-esito
           if par-modo = "R"
              move x-rip-data            to jbh-rip-data
              move x-rip-ora             to jbh-rip-ora
              move x-passo-da            to x-ed-passo
              string "ripresa dal passo " x-ed-passo
                                   delimited size into jbh-nota
           end-if
           move 0                        to x-tentativi
           perform wr-scrjobh
           perform with test before until w-verbo-ok or
                                          x-tentativi = 99
              add 1                      to x-tentativi
              add 1                      to jbh-ora
              perform wr-scrjobh
           end-perform
           move jbh-ora                  to x-giro-ora

           move 0                        to x-def-p
           perform with test before until x-def-p = x-def-n
              add 1                      to x-def-p
              evaluate true
               when x-def-p < x-passo-da
                 initialize ext-job-esito
                 move "G"                to x-pas-esito
                 move 0                  to x-pas-codice
                 move 0 to x-pas-ini-data x-pas-ini-ora
                           x-pas-fin-data x-pas-fin-ora
                 move "completato nel giro ripreso" to x-nota
                 perform x-registra-passo
               when x-giro-fermo = "S"
                 initialize ext-job-esito
                 move "A"                to x-pas-esito
                 move 0                  to x-pas-codice
                 move 0 to x-pas-ini-data x-pas-ini-ora
                           x-pas-fin-data x-pas-fin-ora
                 move "giro fermato da un passo precedente"
                                         to x-nota
                 perform x-registra-passo
               when other
                 perform x-esegui-passo
              end-evaluate
           end-perform

      **---------------------------------------------------------------**
      ** Chiusura della testata con l'esito complessivo
      **---------------------------------------------------------------**
           initialize jbh-rec
           move par-giro                 to jbh-giro
           move x-giro-data              to jbh-data
           move x-giro-ora               to jbh-ora
           move 0                        to jbh-passo
           perform rd-scrjobh
           if w-verbo-ok
              accept jbh-fin-data      from century-date
              accept jbh-fin-ora       from time
              if x-giro-codice = 0
                 move "S"                to jbh-esito
               else
                 move "N"                to jbh-esito
              end-if
              move x-giro-codice         to jbh-codice
              move x-giro-eseguiti       to jbh-n-elaborati
              move x-giro-falliti        to jbh-n-anomalie
              perform rwr-scrjobh
           end-if
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Esecuzione del passo X-DEF-P: i programmi batch ricevono i
      * parametri come dalla riga di comando e lasciano contatori ed
      * esito nell'area esterna WSCRJOB; SCRINTEG si richiama col suo
      * blocco di comando, in modalita` silenziosa
      *---------------------------------------------------------------**
       x-esegui-passo.
           move x-def-par (x-def-p, 1)   to x-jp-1
           move x-def-par (x-def-p, 2)   to x-jp-2
           move x-def-par (x-def-p, 3)   to x-jp-3
           move x-def-par (x-def-p, 4)   to x-jp-4
           move x-def-par (x-def-p, 5)   to x-jp-5
           move x-def-par (x-def-p, 6)   to x-jp-6
           move spaces                   to x-nota

           initialize ext-job-esito
           move "N"                      to job-e-esito
           accept x-pas-ini-data       from century-date
           accept x-pas-ini-ora        from time

           evaluate x-def-programma (x-def-p)
            when "SCRPURGE"
              call "SCRPURGE"         using x-jp-1 x-jp-2 x-jp-3
                                   on overflow
                 move "programma non trovato" to x-nota
              end-call
              cancel "SCRPURGE"
            when "SCRBRIG"
              call "SCRBRIG"          using x-jp-1 x-jp-2 x-jp-3
                                            x-jp-4 x-jp-5 x-jp-6
                                   on overflow
                 move "programma non trovato" to x-nota
              end-call
              cancel "SCRBRIG"
            when "SCRCMP"
              call "SCRCMP"           using x-jp-1 x-jp-2 x-jp-3
                                   on overflow
                 move "programma non trovato" to x-nota
              end-call
              cancel "SCRCMP"
            when "SCRINTEG"
              initialize util-scrinteg
              move "SCRINTEG-CALLED"    to scrinteg-called
              move k-program-id         to scrinteg-caller
              move x-jp-1               to scrinteg-pac
              move "S"                  to scrinteg-silent-mode
              call "SCRINTEG"         using stringhe util-scrinteg
                                   on overflow
                 move "programma non trovato" to x-nota
              end-call
              cancel "SCRINTEG"
              move scrinteg-esito       to job-e-esito
              move scrinteg-n-letti     to job-e-n-letti
              move scrinteg-n-letti     to job-e-n-elaborati
              move scrinteg-n-anomalie  to job-e-n-anomalie
              move scrinteg-nome-report to job-e-nome-report
            when other
              move "programma non previsto nei giri" to x-nota
           end-evaluate

           accept x-pas-fin-data       from century-date
           accept x-pas-fin-ora        from time

           add 1                         to x-giro-eseguiti
           if job-e-esito = "S"
              move "S"                   to x-pas-esito
              move 0                     to x-pas-codice
            else
              move "N"                   to x-pas-esito
              move 8                     to x-pas-codice
              add 1                      to x-giro-falliti
              if x-nota = spaces
                 move "passo non completato: parametri, archivi o report
      -           " non disponibili"  to x-nota
              end-if
              if x-def-se-errore (x-def-p) = "F"
                 move "S"                to x-giro-fermo
                 move 8                  to x-giro-codice
               else
                 if x-giro-codice < 4
                    move 4               to x-giro-codice
                 end-if
              end-if
           end-if

           perform x-registra-passo
           .

      **---------------------------------------------------------------**
      ** Riga di storico del passo X-DEF-P (contatori e report
      ** dall'area WSCRJOB)
      **---------------------------------------------------------------**
       x-registra-passo.
           initialize x-pas-parametri
           string x-def-par (x-def-p, 1) delimited "  "  "/"
                                         delimited size
              x-def-par (x-def-p, 2)     delimited "  "  "/"
                                         delimited size
              x-def-par (x-def-p, 3)     delimited "  "  "/"
                                         delimited size
              x-def-par (x-def-p, 4)     delimited "  "  "/"
                                         delimited size
              x-def-par (x-def-p, 5)     delimited "  "  "/"
                                         delimited size
              x-def-par (x-def-p, 6)     delimited "  "
                                    into x-pas-parametri

           initialize jbh-rec
           move par-giro                 to jbh-giro
           move x-giro-data              to jbh-data
           move x-giro-ora               to jbh-ora
           move x-def-p                  to jbh-passo
           move x-def-programma (x-def-p) to jbh-programma
           move x-pas-parametri          to jbh-parametri
           move x-def-se-errore (x-def-p) to jbh-se-errore
           move x-pas-ini-data           to jbh-ini-data
           move x-pas-ini-ora            to jbh-ini-ora
           move x-pas-fin-data           to jbh-fin-data
           move x-pas-fin-ora            to jbh-fin-ora
           move job-e-n-letti            to jbh-n-letti
           move job-e-n-elaborati        to jbh-n-elaborati
           move job-e-n-anomalie         to jbh-n-anomalie
           move x-pas-esito              to jbh-esito
           move x-pas-codice             to jbh-codice
           move job-e-nome-report        to jbh-nome-report
           move x-nota                   to jbh-nota
           perform wr-scrjobh
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Riepilogo del mattino: tutti i giri (di PAR-GIRO, o di tutti
      * i giri se non indicato) partiti negli ultimi PAR-NOTTI giorni,
      * testata e passi, su report datato. Il codice di ritorno e`
      * il peggiore dei giri elencati
      *---------------------------------------------------------------**
       x-riepilogo.
           move par-notti                to x-gg-alfa
           perform x-normalizza-giorni
           move x-gg-norm                to x-notti
           if x-notti = 0
              move 7                     to x-notti
           end-if
           compute x-giorni-int =
              function integer-of-date(datasis)
           compute x-lim-data =
              function date-of-integer(x-giorni-int - x-notti)

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "jobsum"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog

           open output scrscnlog
           if stato not = "00"
              string "Report non aperto: " w-nome-scrscnlog "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "Giro;Data;Ora;Passo;Programma;Parametri;Inizio;Fine;Let
      -      "ti;Elaborati;Anomalie;Esito;Codice;Report;Nota"
                                         to scn-rec
           write scn-rec

           move 0                        to x-giro-codice
           move 0                        to x-sum-giri
           move 0                        to x-sum-ko

           initialize jbh-rec
           if par-giro not = spaces
              move par-giro              to jbh-giro
              move x-lim-data            to jbh-data
           end-if
           perform st-scrjobh-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrjobh
                 if w-verbo-ok and
                    (par-giro = spaces or
                     jbh-giro = par-giro)
                    if jbh-data not < x-lim-data
                       perform x-riepilogo-riga
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog

           move x-sum-giri               to zeta8a
           move x-sum-ko                 to zeta8b
           initialize wb-msg
           string "Riepilogo giri: " zeta8a " giri, " zeta8b
              " non riusciti (vedi "     delimited size
              w-nome-scrscnlog           delimited " "
              ")"                        delimited size into wb-msg
           perform vbx-msg-info
           .

       x-riepilogo-riga.
           if jbh-passo = 0
              add 1                      to x-sum-giri
              if jbh-esito not = "S"
                 add 1                   to x-sum-ko
              end-if
              if jbh-esito = "I"
                 if x-giro-codice < 8
                    move 8               to x-giro-codice
                 end-if
               else
                 if jbh-codice > x-giro-codice
                    move jbh-codice      to x-giro-codice
                 end-if
              end-if
           end-if

           evaluate jbh-esito
            when "S"
              move "COMPLETATO"          to x-sum-esito
            when "N"
              move "FALLITO"             to x-sum-esito
            when "A"
              move "NON ESEGUITO"        to x-sum-esito
            when "G"
              move "GIA` COMPLETATO"     to x-sum-esito
            when "I"
              move "INTERROTTO"          to x-sum-esito
            when other
              move jbh-esito             to x-sum-esito
           end-evaluate

           move jbh-passo                to x-ed-passo
           move jbh-codice               to x-ed-codice
           move jbh-n-letti              to x-ed-letti
           move jbh-n-elaborati          to x-ed-elaborati
           move jbh-n-anomalie           to x-ed-anomalie
           initialize e1-riga-report
           string jbh-giro               delimited " "   ";"
                                         delimited size
              jbh-data                   delimited size  ";"
                                         delimited size
              jbh-ora (1:4)              delimited size  ";"
                                         delimited size
              x-ed-passo                 delimited size  ";"
                                         delimited size
              jbh-programma              delimited " "   ";"
                                         delimited size
              jbh-parametri              delimited "  "  ";"
                                         delimited size
              jbh-ini-data               delimited size  " "
                                         delimited size
              jbh-ini-ora (1:4)          delimited size  ";"
                                         delimited size
              jbh-fin-data               delimited size  " "
                                         delimited size
              jbh-fin-ora (1:4)          delimited size  ";"
                                         delimited size
              x-ed-letti                 delimited size  ";"
                                         delimited size
              x-ed-elaborati             delimited size  ";"
                                         delimited size
              x-ed-anomalie              delimited size  ";"
                                         delimited size
              x-sum-esito                delimited "  "  ";"
                                         delimited size
              x-ed-codice                delimited size  ";"
                                         delimited size
              jbh-nome-report            delimited " "   ";"
                                         delimited size
              jbh-nota                   delimited "  "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Numero di notti dal parametro concatenato (stesso schema dei
      * giorni di conservazione di SCRPURGE): "7   " vale 7, tutto
      * cio` che non e` un numero vale 0
      *---------------------------------------------------------------**
       x-normalizza-giorni.
           move 0                       to x-gg-norm
           if x-gg-alfa = spaces
              exit paragraph
           end-if
           move 0                       to x-gg-sx
           inspect x-gg-alfa tallying x-gg-sx
              for leading spaces
           move 0                       to x-gg-dx
           move function reverse(x-gg-alfa)
                                        to x-gg-rev
           inspect x-gg-rev tallying x-gg-dx
              for leading spaces
           compute x-gg-cifre = 4 - x-gg-sx - x-gg-dx
           if x-gg-cifre > 0 and
              x-gg-alfa (x-gg-sx + 1 : x-gg-cifre) numeric
              move x-gg-alfa (x-gg-sx + 1 : x-gg-cifre)
                                        to x-gg-norm
           end-if
           .
      *
       fine.
       z-chiudi.
           close window w-sv-cur-prg
           perform z-99-exit-program
           move x-giro-codice            to return-code
           goback.
      *---------------------------------------------------------------**
      * Paragrafi di I/O minimi (stesso schema di SCRFLD.PRC) per gli
      * archivi che questo programma apre
      *---------------------------------------------------------------**
       rd-scrjobh.
           read scrjobh
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
       wr-scrjobh.
           write jbh-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       rwr-scrjobh.
           rewrite jbh-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-rewrite
           .
       st-scrjobh-notmin.
           start scrjobh key is >= jbh-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrjobh.
           read scrjobh next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
      *
       copy "stato.cpy".
       copy "stato1.cpy".
       copy "winmsg.cpy".
       copy "grave.cpy".
       copy "util1.cpy".
       copy "mmsubw.cpy".
      *
       end program.
