       identification division.
       program-id.    scrregin.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Registro installazioni di sede (batch, sul modello di
      ** SCRRELBAT). Carica nel registro SCRINST le ricevute
      ** SCRRICEV scritte da SCRRELIN/SCRRELBAT presso i clienti
      ** e raccolte dall'assistenza (ricaricare la stessa
      ** ricevuta non duplica niente), poi produce il report
      ** reglog<data>.csv nella cartella SCR-DIR:
      ** - per cliente e pacchetto, lo stato di ogni rilascio
      **   del catalogo SCREXPCAT di sede: installato, con
      **   errori, fallito, ripristinato o mancante;
      ** - i programmi che presso un cliente sono a una
      **   SCR-VERSIONE piu` vecchia di quella attuale di sede.
      ** Un rilascio cumulativo riguarda solo il suo cliente
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
           copy "scrforms.fd".
           copy "scrscnlog.fd".
           copy "screxpcat.fd".
           copy "scrricev.fd".
           copy "scrinst.fd".
      *
       data division.
       file section.
      *
       fd scrforms label record standard.
       copy "scrforms.cpy".
      *
       fd scrscnlog label record standard.
       copy "scrscnlog.cpy".
      *
       fd screxpcat label record standard.
       copy "screxpcat.cpy".
      *
       fd scrricev label record standard.
       copy "scrricev.cpy".
      *
       fd scrinst label record standard.
       copy "scrinst.cpy".
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       78  k-program-id               value "SCRREGIN".

      *77 ext-scr-dir                   pic x(70) is external.
       77 ext-out-dir                   pic x(70) is external.

       77  par-ricevute                 pic x(70).
       77  par-pac                      pic x(08).

      **---------------------------------------------------------------**
      ** Nomi archivi e report
      **---------------------------------------------------------------**
       77 w-nome-scrforms                pic x(70).
       77 w-nome-scrscnlog               pic x(70).
       77 w-nome-screxpcat               pic x(70).
       77 w-nome-scrricev                pic x(70).
       77 w-nome-scrinst                 pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

      **---------------------------------------------------------------**
      ** Caricamento ricevute
      **---------------------------------------------------------------**
       77 x-car-lette                    pic 9(08).
       77 x-car-nuove                    pic 9(08).
       77 x-car-doppie                   pic 9(08).
       01 x-car-testata.
         02 x-car-installatore           pic x(10).
         02 x-car-cat-data               pic 9(08).
         02 x-car-cat-ora                pic 9(08).
         02 x-car-cat-pac                pic x(08).
         02 x-car-cat-prg                pic x(20).

      **---------------------------------------------------------------**
      ** Catalogo dei rilasci di sede (SCREXPCAT): della cartella
      ** interessa l'ultimo pezzo, lo stesso che il cliente scrive
      ** sulla ricevuta
      **---------------------------------------------------------------**
       78 k-max-cat                      value 2000.
       77 x-cat-n                        pic 9(04).
       77 x-cat-i                        pic 9(04).
       01 x-cat-tab.
         02 x-cat-ele occurs k-max-cat times.
           03 x-cat-data                 pic 9(08).
           03 x-cat-ora                  pic 9(08).
           03 x-cat-pac                  pic x(08).
           03 x-cat-prg                  pic x(20).
           03 x-cat-pezzo                pic x(70).
           03 x-cat-cliente              pic x(30).
       77 x-cat-overflow                 pic x(01).
       01 x-cat-operatore                pic x(20).
       01 x-cat-s-data                   pic x(08).
       01 x-cat-s-ora                    pic x(08).
       01 x-cat-s-pac                    pic x(08).
       01 x-cat-s-prg                    pic x(20).
       01 x-cat-s-dir                    pic x(70).
       01 x-cat-s-cliente                pic x(30).
       77 x-cat-k                        pic 9(04).
       77 x-cat-slash                    pic 9(04).

      **---------------------------------------------------------------**
      ** Coppie cliente/pacchetto presenti nel registro
      **---------------------------------------------------------------**
       78 k-max-cli                      value 2000.
       77 x-cli-n                        pic 9(04).
       77 x-cli-i                        pic 9(04).
       01 x-cli-tab.
         02 x-cli-ele occurs k-max-cli times.
           03 x-cli-cliente              pic x(30).
           03 x-cli-pac                  pic x(08).
       77 x-cli-overflow                 pic x(01).
       01 x-cli-cliente-cor              pic x(30).
       01 x-cli-pac-cor                  pic x(08).

      **---------------------------------------------------------------**
      ** Ultima versione installata per programma, per il cliente
      ** corrente (dalle righe P del registro)
      **---------------------------------------------------------------**
       78 k-max-ver                      value 2000.
       77 x-ver-n                        pic 9(04).
       77 x-ver-i                        pic 9(04).
       01 x-ver-tab.
         02 x-ver-ele occurs k-max-ver times.
           03 x-ver-pac                  pic x(08).
           03 x-ver-prg                  pic x(20).
           03 x-ver-versione             pic 9(04).
           03 x-ver-data                 pic 9(08).
           03 x-ver-ora                  pic 9(08).
       77 x-ver-overflow                 pic x(01).
       77 x-ver-sede                     pic 9(04).

      **---------------------------------------------------------------**
      ** Esito dell'ultima ricevuta di un rilascio per un cliente
      **---------------------------------------------------------------**
       77 x-sta-esito                    pic x(01).
       77 x-sta-data                     pic 9(08).
       77 x-sta-ora                      pic 9(08).
       01 x-sta-installatore             pic x(10).
       01 x-sta-descr                    pic x(30).
       77 x-rep-installati               pic 9(08).
       77 x-rep-mancanti                 pic 9(08).
       77 x-rep-falliti                  pic 9(08).
       77 x-rep-ripristinati             pic 9(08).
       77 x-rep-vecchi                   pic 9(08).

       77 zeta8a                         pic zzzzzzzz.
       77 zeta8b                         pic zzzzzzzz.
       77 zeta8c                         pic zzzzzzzz.
       77 zeta8d                         pic zzzzzzzz.
       77 zeta4a                         pic zzz9.
       77 zeta4b                         pic zzz9.

       01 datasis                  pic 9(08).
       01 orasis                   pic 9(08).
      *
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
       procedure division chaining par-ricevute par-pac.
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

           accept datasis              from century-date
           accept orasis               from time

      **---------------------------------------------------------------**
      ** Apertura registro installazioni (creato al primo giro) e
      ** archivio forms di sede per la versione attuale
      **---------------------------------------------------------------**
           initialize w-nome-scrinst
           string ext-scr-dir         delimited " "
              ext-os-slash "scrinst.arc" delimited size
                                 into w-nome-scrinst
           open i-o scrinst
           if stato = "35"
              open output scrinst
              close scrinst
              open i-o scrinst
           end-if
           if stato not = "00"
              string "Registro installazioni non aperto: "
                 w-nome-scrinst "; stato : " stato
                 delimited size into wb-msg
              perform vbx-msg-error
              go to fine
           end-if

           initialize w-nome-scrforms
           string ext-scr-dir         delimited " "
              ext-os-slash "scrforms.arc" delimited size
                                 into w-nome-scrforms
           open input scrforms
           if stato not = "00"
              string "Archivio forms non aperto: " w-nome-scrforms
                 "; stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              close scrinst
              go to fine
           end-if

      **---------------------------------------------------------------**
      ** Caricamento delle ricevute (se indicate)
      **---------------------------------------------------------------**
           move 0                        to x-car-lette
           move 0                        to x-car-nuove
           move 0                        to x-car-doppie
           if par-ricevute not = spaces
              perform x-carica-ricevute
           end-if

      **---------------------------------------------------------------**
      ** Report datato (stesso meccanismo degli altri batch)
      **---------------------------------------------------------------**
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "reglog"   delimited size
              e-data-report            delimited size
              ".csv"                   delimited size
                                 into w-nome-scrscnlog

           open output scrscnlog
           if stato not = "00"
              string "Report non aperto: " w-nome-scrscnlog "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              close scrinst scrforms
              go to fine
           end-if

           move 0                        to x-rep-installati
           move 0                        to x-rep-mancanti
           move 0                        to x-rep-falliti
           move 0                        to x-rep-ripristinati
           move 0                        to x-rep-vecchi

           perform x-carica-catalogo
           perform x-carica-clienti
           perform x-report-rilasci
           perform x-report-versioni

           close scrscnlog
           close scrinst scrforms

           move x-car-nuove             to zeta8a
           move x-car-doppie            to zeta8b
           initialize wb-msg
           string "Ricevute caricate: " zeta8a
              " righe nuove, "          delimited size
              zeta8b                    delimited size
              " gia` presenti."         delimited size
              k-newline                 delimited size
                                 into wb-msg
           move x-rep-installati        to zeta8a
           move x-rep-mancanti          to zeta8b
           move x-rep-falliti           to zeta8c
           move x-rep-ripristinati      to zeta8d
           string wb-msg                delimited "  "
              " Rilasci: "              delimited size
              zeta8a                    delimited size
              " installati, "           delimited size
              zeta8b                    delimited size
              " mancanti, "             delimited size
              zeta8c                    delimited size
              " falliti, "              delimited size
              zeta8d                    delimited size
              " ripristinati; "         delimited size
                                 into wb-msg
           move x-rep-vecchi            to zeta8a
           string wb-msg                delimited "  "
              " "                       delimited size
              zeta8a                    delimited size
              " programmi in versione vecchia (vedi "
                                        delimited size
              w-nome-scrscnlog          delimited " "
              ")"                       delimited size
                                 into wb-msg
           perform vbx-msg-info
           go to fine
           .

      *---------------------------------------------------------------**
      * Caricamento di un file di ricevute nel registro: la testata
      * T porta il rilascio e l'esito, le righe P che la seguono i
      * programmi; una riga gia` caricata (stessa chiave) si salta
      *---------------------------------------------------------------**
       x-carica-ricevute.
           move par-ricevute            to w-nome-scrricev
           open input scrricev
           if stato not = "00"
              string "Ricevute non leggibili: " w-nome-scrricev "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize x-car-testata
           perform with test before until stato not = "00"
              read scrricev
                 at end move "10"       to stato
               not at end
                 add 1                  to x-car-lette
                 perform x-carica-riga-ricevuta
                 move "00"              to stato
              end-read
           end-perform
           close scrricev
           .

       x-carica-riga-ricevuta.
           if ric-tipo not = "T" and
              ric-tipo not = "P"
              exit paragraph
           end-if
           if ric-data not numeric or
              ric-ora not numeric
              exit paragraph
           end-if

           initialize ins-rec
           move ric-cliente             to ins-cliente
           move ric-cartella            to ins-cartella
           move ric-data                to ins-data
           move ric-ora                 to ins-ora
           move ric-tipo                to ins-tipo
           move ric-postazione          to ins-postazione
           move ric-esito               to ins-esito
           move datasis                 to ins-data-carico

           if ric-tipo = "T"
              move ric-installatore     to x-car-installatore
              move ric-cat-data         to x-car-cat-data
              move ric-cat-ora          to x-car-cat-ora
              move ric-cat-pac          to x-car-cat-pac
              move ric-cat-prg          to x-car-cat-prg
              if ric-n-prg numeric
                 move ric-n-prg         to ins-n-prg
              end-if
              if ric-n-errori numeric
                 move ric-n-errori      to ins-n-errori
              end-if
            else
              move ric-pac              to ins-pac
              move ric-prg              to ins-prg
              if ric-ver-vec numeric
                 move ric-ver-vec       to ins-ver-vec
              end-if
              if ric-ver-nuo numeric
                 move ric-ver-nuo       to ins-ver-nuo
              end-if
           end-if
           move x-car-installatore      to ins-installatore
           move x-car-cat-data          to ins-cat-data
           move x-car-cat-ora           to ins-cat-ora
           move x-car-cat-pac           to ins-cat-pac
           move x-car-cat-prg           to ins-cat-prg

           perform wr-scrinst
           if w-verbo-ok
              add 1                     to x-car-nuove
            else
              add 1                     to x-car-doppie
           end-if
           .

      *---------------------------------------------------------------**
      * Catalogo di sede dei rilasci (operatore;data;ora;pacchetto;
      * programma;cartella[;cliente;elenco]), filtrato sul pacchetto
      * richiesto
      *---------------------------------------------------------------**
       x-carica-catalogo.
           move 0                       to x-cat-n
           move "N"                     to x-cat-overflow

           initialize w-nome-screxpcat
           string ext-scr-dir         delimited " "
              ext-os-slash "screxpcat.log" delimited size
                                 into w-nome-screxpcat
           open input screxpcat
           if stato not = "00"
              move "Catalogo rilasci SCREXPCAT di sede non leggibile: tu
      -        "tti i rilasci risulteranno assenti" to scn-rec
              write scn-rec
              exit paragraph
           end-if

           perform with test before until stato not = "00"
              read screxpcat
                 at end move "10"       to stato
               not at end
                 perform x-carica-riga-catalogo
              end-read
           end-perform
           close screxpcat

           if x-cat-overflow = "S"
              move "AVVISO: il catalogo contiene piu` rilasci del massim
      -        "o gestito, report parziale" to scn-rec
              write scn-rec
           end-if
           .

       x-carica-riga-catalogo.
           initialize x-cat-operatore x-cat-s-data x-cat-s-ora
                      x-cat-s-pac x-cat-s-prg x-cat-s-dir
                      x-cat-s-cliente
           if xct-rec = spaces
              exit paragraph
           end-if
           unstring xct-rec delimited by ";"
              into x-cat-operatore
                   x-cat-s-data
                   x-cat-s-ora
                   x-cat-s-pac
                   x-cat-s-prg
                   x-cat-s-dir
                   x-cat-s-cliente
           end-unstring
           if x-cat-s-data not numeric or
              x-cat-s-dir = spaces
              exit paragraph
           end-if
           if par-pac not = spaces and
              x-cat-s-pac not = par-pac
              exit paragraph
           end-if
           if x-cat-n >= k-max-cat
              move "S"                  to x-cat-overflow
              exit paragraph
           end-if
           add 1                        to x-cat-n
           move x-cat-s-data            to x-cat-data (x-cat-n)
           if x-cat-s-ora numeric
              move x-cat-s-ora          to x-cat-ora (x-cat-n)
            else
              move 0                    to x-cat-ora (x-cat-n)
           end-if
           move x-cat-s-pac             to x-cat-pac (x-cat-n)
           move x-cat-s-prg             to x-cat-prg (x-cat-n)
           move spaces                  to x-cat-cliente (x-cat-n)
           if x-cat-s-prg = "*CUMULATIVO"
              move x-cat-s-cliente      to x-cat-cliente (x-cat-n)
           end-if

           move 0                       to x-cat-slash
           move 0                       to x-cat-k
           perform with test before until x-cat-k = 70
              add 1                     to x-cat-k
              if x-cat-s-dir (x-cat-k:1) = "\" or
                 x-cat-s-dir (x-cat-k:1) = "/"
                 move x-cat-k           to x-cat-slash
              end-if
           end-perform
           move x-cat-s-dir (x-cat-slash + 1:) to x-cat-pezzo (x-cat-n)
           .

      *---------------------------------------------------------------**
      * Coppie cliente/pacchetto del registro: il pacchetto viene dal
      * catalogo riportato sulla testata o dalle righe programma
      *---------------------------------------------------------------**
       x-carica-clienti.
           move 0                       to x-cli-n
           move "N"                     to x-cli-overflow

           initialize ins-rec
           perform st-scrinst-notmin
           perform with test before until w-fine-file
              perform rdnxt-scrinst
              if w-verbo-ok
                 move ins-cliente       to x-cli-cliente-cor
                 if ins-tipo = "T"
                    move ins-cat-pac    to x-cli-pac-cor
                  else
                    move ins-pac        to x-cli-pac-cor
                 end-if
                 if x-cli-pac-cor not = spaces
                    if par-pac = spaces or
                       x-cli-pac-cor = par-pac
                       perform x-aggiungi-cliente
                    end-if
                 end-if
              end-if
           end-perform
           move k-verbo-ok              to statusfi

           if x-cli-overflow = "S"
              move "AVVISO: il registro contiene piu` coppie cliente/pac
      -        "chetto del massimo gestito, report parziale" to scn-rec
              write scn-rec
           end-if
           .

       x-aggiungi-cliente.
           move 0                       to x-cli-i
           perform with test before until x-cli-i = x-cli-n
              add 1                     to x-cli-i
              if x-cli-cliente (x-cli-i) = x-cli-cliente-cor and
                 x-cli-pac (x-cli-i) = x-cli-pac-cor
                 exit paragraph
              end-if
           end-perform
           if x-cli-n >= k-max-cli
              move "S"                  to x-cli-overflow
              exit paragraph
           end-if
           add 1                        to x-cli-n
           move x-cli-cliente-cor       to x-cli-cliente (x-cli-n)
           move x-cli-pac-cor           to x-cli-pac (x-cli-n)
           .

      *---------------------------------------------------------------**
      * Stato di ogni rilascio del catalogo per ogni cliente che ha il
      * pacchetto: conta l'ultima ricevuta (le righe del registro
      * sono in ordine di data e ora dentro cliente e cartella). I
      * rilasci cumulativi valgono solo per il loro cliente
      *---------------------------------------------------------------**
       x-report-rilasci.
           move "Cliente;Pacchetto;Rilascio;Data rilascio;Ora;Programma;
      -         "Stato;Data installazione;Ora;Installatore" to scn-rec
           write scn-rec

           move 0                       to x-cli-i
           perform with test before until x-cli-i = x-cli-n
              add 1                     to x-cli-i
              move 0                    to x-cat-i
              perform with test before until x-cat-i = x-cat-n
                 add 1                  to x-cat-i
                 if x-cat-pac (x-cat-i) = x-cli-pac (x-cli-i) and
                    (x-cat-cliente (x-cat-i) = spaces or
                     x-cat-cliente (x-cat-i) = x-cli-cliente (x-cli-i))
                    perform x-stato-rilascio
                    perform x-scrivi-stato-rilascio
                 end-if
              end-perform
           end-perform
           .

       x-stato-rilascio.
           move spaces                  to x-sta-esito
           move spaces                  to x-sta-installatore
           move 0                       to x-sta-data
           move 0                       to x-sta-ora

           initialize ins-rec
           move x-cli-cliente (x-cli-i) to ins-cliente
           move x-cat-pezzo (x-cat-i)   to ins-cartella
           perform st-scrinst-notmin
           perform with test before until w-fine-file
              perform rdnxt-scrinst
              if w-verbo-ok and
                 ins-cliente = x-cli-cliente (x-cli-i) and
                 ins-cartella = x-cat-pezzo (x-cat-i)
                 if ins-tipo = "T"
                    move ins-esito      to x-sta-esito
                    move ins-data       to x-sta-data
                    move ins-ora        to x-sta-ora
                    move ins-installatore to x-sta-installatore
                 end-if
               else
                 move k-fine-file      to statusfi
              end-if
           end-perform
           move k-verbo-ok              to statusfi
           .

       x-scrivi-stato-rilascio.
           evaluate x-sta-esito
            when "I"
              move "INSTALLATO"         to x-sta-descr
              add 1                     to x-rep-installati
            when "E"
              move "INSTALLATO CON ERRORI" to x-sta-descr
              add 1                     to x-rep-installati
            when "C"
              move "FALLITO (COLLISIONI)" to x-sta-descr
              add 1                     to x-rep-falliti
            when "F"
              move "FALLITO"            to x-sta-descr
              add 1                     to x-rep-falliti
            when "N"
              move "FALLITO (NON APPROVATO)" to x-sta-descr
              add 1                     to x-rep-falliti
            when "R"
              move "RIPRISTINATO"       to x-sta-descr
              add 1                     to x-rep-ripristinati
            when other
              move "MANCANTE"           to x-sta-descr
              add 1                     to x-rep-mancanti
           end-evaluate

           initialize e1-riga-report
           string x-cli-cliente (x-cli-i) delimited "  "  ";"
                                          delimited size
              x-cat-pac (x-cat-i)         delimited " "   ";"
                                          delimited size
              x-cat-pezzo (x-cat-i)       delimited " "   ";"
                                          delimited size
              x-cat-data (x-cat-i)        delimited size  ";"
                                          delimited size
              x-cat-ora (x-cat-i)         delimited size  ";"
                                          delimited size
              x-cat-prg (x-cat-i)         delimited " "   ";"
                                          delimited size
              x-sta-descr                 delimited "  "  ";"
                                          delimited size
              x-sta-data                  delimited size  ";"
                                          delimited size
              x-sta-ora                   delimited size  ";"
                                          delimited size
              x-sta-installatore          delimited " "
                                     into e1-riga-report
           move e1-riga-report          to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Programmi in versione vecchia: per ogni cliente l'ultima
      * versione ricevuta di ogni programma (riga P piu` recente,
      * qualunque sia l'esito: la ricevuta porta la versione rimasta
      * dopo l'operazione) contro la SCR-VERSIONE attuale di sede
      *---------------------------------------------------------------**
       x-report-versioni.
           move spaces                  to scn-rec
           write scn-rec
           move "Cliente;Pacchetto;Programma;Versione cliente;Versione s
      -         "ede;Data ultima installazione;Ora" to scn-rec
           write scn-rec

           move spaces                  to x-cli-cliente-cor
           move 0                       to x-cli-i
           perform with test before until x-cli-i = x-cli-n
              add 1                     to x-cli-i
              if x-cli-cliente (x-cli-i) not = x-cli-cliente-cor
                 move x-cli-cliente (x-cli-i) to x-cli-cliente-cor
                 perform x-versioni-cliente
              end-if
           end-perform
           .

       x-versioni-cliente.
           move 0                       to x-ver-n
           move "N"                     to x-ver-overflow

           initialize ins-rec
           move x-cli-cliente-cor       to ins-cliente
           perform st-scrinst-notmin
           perform with test before until w-fine-file
              perform rdnxt-scrinst
              if w-verbo-ok and
                 ins-cliente = x-cli-cliente-cor
                 if ins-tipo = "P"
                    if par-pac = spaces or
                       ins-pac = par-pac
                       perform x-versione-programma
                    end-if
                 end-if
               else
                 move k-fine-file      to statusfi
              end-if
           end-perform
           move k-verbo-ok              to statusfi

           if x-ver-overflow = "S"
              initialize e1-riga-report
              string x-cli-cliente-cor   delimited "  "
                 ";;;AVVISO: programmi oltre il massimo gestito, elenco"
                                        delimited size
                 " parziale"            delimited size
                                     into e1-riga-report
              move e1-riga-report       to scn-rec
              write scn-rec
           end-if

           move 0                       to x-ver-i
           perform with test before until x-ver-i = x-ver-n
              add 1                     to x-ver-i
              move 0                    to x-ver-sede
              initialize scr-rec
              move x-ver-pac (x-ver-i)  to scr-pac
              move x-ver-prg (x-ver-i)  to scr-prg
              perform st-scrforms-notmin
              if w-verbo-ok
                 perform rdnxt-scrforms
                 if w-verbo-ok and
                    scr-pac = x-ver-pac (x-ver-i) and
                    scr-prg = x-ver-prg (x-ver-i)
                    move scr-versione   to x-ver-sede
                 end-if
              end-if
              move k-verbo-ok           to statusfi
              if x-ver-sede > x-ver-versione (x-ver-i)
                 add 1                  to x-rep-vecchi
                 move x-ver-versione (x-ver-i) to zeta4a
                 move x-ver-sede        to zeta4b
                 initialize e1-riga-report
                 string x-cli-cliente-cor    delimited "  "  ";"
                                             delimited size
                    x-ver-pac (x-ver-i)      delimited " "   ";"
                                             delimited size
                    x-ver-prg (x-ver-i)      delimited " "   ";"
                                             delimited size
                    zeta4a                   delimited size  ";"
                                             delimited size
                    zeta4b                   delimited size  ";"
                                             delimited size
                    x-ver-data (x-ver-i)     delimited size  ";"
                                             delimited size
                    x-ver-ora (x-ver-i)      delimited size
                                        into e1-riga-report
                 move e1-riga-report    to scn-rec
                 write scn-rec
              end-if
           end-perform
           .

       x-versione-programma.
           move 0                       to x-ver-i
           perform with test before until x-ver-i = x-ver-n
              add 1                     to x-ver-i
              if x-ver-pac (x-ver-i) = ins-pac and
                 x-ver-prg (x-ver-i) = ins-prg
                 if ins-data > x-ver-data (x-ver-i) or
                    (ins-data = x-ver-data (x-ver-i) and
                     ins-ora > x-ver-ora (x-ver-i))
                    move ins-ver-nuo   to x-ver-versione (x-ver-i)
                    move ins-data      to x-ver-data (x-ver-i)
                    move ins-ora       to x-ver-ora (x-ver-i)
                 end-if
                 exit paragraph
              end-if
           end-perform
           if x-ver-n >= k-max-ver
              move "S"                  to x-ver-overflow
              exit paragraph
           end-if
           add 1                        to x-ver-n
           move ins-pac                 to x-ver-pac (x-ver-n)
           move ins-prg                 to x-ver-prg (x-ver-n)
           move ins-ver-nuo             to x-ver-versione (x-ver-n)
           move ins-data                to x-ver-data (x-ver-n)
           move ins-ora                 to x-ver-ora (x-ver-n)
           .
      *
       fine.
       z-chiudi.
           close window w-sv-cur-prg
           perform z-99-exit-program
           goback.
      *---------------------------------------------------------------**
      * Paragrafi di I/O minimi (stesso schema di SCRFLD.PRC) per gli
      * archivi che questo programma apre
      *---------------------------------------------------------------**
       st-scrforms-notmin.
           start scrforms key is >= scr-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrforms.
           read scrforms next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       st-scrinst-notmin.
           start scrinst key is >= ins-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrinst.
           read scrinst next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-scrinst.
           write ins-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
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
