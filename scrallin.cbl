       identification division.
       program-id.    scrallin.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Riconciliazione (batch, sul modello di SCRBRIG) dei
      ** sorgenti generati di un pacchetto: per ogni riga RELPROG
      ** confronta la definizione SCRFORMS, l'ultima variazione
      ** SCRFHIST, il "rigenerato il" (PRG-RIG-DATA/PRG-RIG-ORA)
      ** e il sorgente presente nel direttorio del programma
      ** (PRG-DIR, in mancanza quello RELDIRPA del pacchetto),
      ** poi cerca nei direttori i sorgenti che nessuno conosce.
      ** Report allinlog<data>.csv nella cartella SCR-DIR, un
      ** rigo per programma con l'esito:
      ** - ALLINEATO         sorgente non piu` vecchio dell'ultima
      **                     variazione
      ** - NON AGGIORNATO    sorgente piu` vecchio dell'ultima
      **                     variazione (o sparito dal direttorio)
      ** - MAI GENERATO      PRG-RIG-DATA ancora a zero, o
      **                     definizione SCRFORMS senza riga
      **                     RELPROG
      ** - SORGENTE ORFANO   sorgente nel direttorio senza
      **                     definizione SCRFORMS
      ** - DIRECTORY MANCANTE direttorio del programma inesistente
      ** Con PAR-LISTA = "S" i NON AGGIORNATI vengono scritti anche
      ** in brglst_<pacchetto>.txt (SCRBRLST), che SCRBRIG con
      ** PAR-MODO = "L" rigenera come elenco mirato
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
           copy "relprog.fd".
           copy "reldirpa.fd".
           copy "scrfhist.fd".
           copy "scrscnlog.fd".
           copy "scrbrlst.fd".
      *
       data division.
       file section.
      *
       fd scrforms label record standard.
       copy "scrforms.cpy".
      *
       fd relprog label record standard.
       copy "relprog.cpy".
      *
       fd reldirpa label record standard.
       copy "reldirpa.cpy".
      *
       fd scrfhist label record standard.
       copy "scrfhist.cpy".
      *
       fd scrscnlog label record standard.
       copy "scrscnlog.cpy".
      *
       fd scrbrlst label record standard.
       copy "scrbrlst.cpy".
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       78  k-program-id               value "SCRALLIN".

      *77 ext-scr-dir                   pic x(70) is external.
       77 ext-out-dir                   pic x(70) is external.

       77  par-pac                      pic x(08).
       77  par-lista                    pic x(01).

      **---------------------------------------------------------------**
      ** Nomi archivi e report
      **---------------------------------------------------------------**
       77 w-nome-scrforms                pic x(70).
       77 w-nome-relprog                 pic x(70).
       77 w-nome-reldirpa                pic x(70).
       77 w-nome-scrfhist                pic x(70).
       77 w-nome-scrscnlog               pic x(70).
       77 w-nome-scrbrlst                pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

      **---------------------------------------------------------------**
      ** Direttori dei programmi del pacchetto (PRG-DIR, o RELDIRPA
      ** per estensione) con l'esito della verifica di esistenza
      **---------------------------------------------------------------**
       78 k-max-all-dir                  value 50.
       77 x-all-dir-n                    pic 9(04).
       77 x-all-d                        pic 9(04).
       01 x-all-dir-tab.
         02 x-all-dir-ele occurs k-max-all-dir times.
           03 x-all-dir-nome             pic x(70).
           03 x-all-dir-ext              pic x(03).
           03 x-all-dir-esiste           pic x(01).
       77 x-all-dir-overflow             pic x(01).
       01 x-all-dir                      pic x(70).
       01 x-all-ext                      pic x(03).
       77 x-all-no-dirpa                 pic x(01).

      **---------------------------------------------------------------**
      ** Programmi RELPROG (di qualunque pacchetto) i cui sorgenti
      ** stanno in uno dei direttori scanditi: un file conosciuto da
      ** un altro pacchetto che condivide il direttorio non e` orfano
      **---------------------------------------------------------------**
       78 k-max-all-noti                 value 5000.
       77 x-all-noti-n                   pic 9(04).
       77 x-all-k                        pic 9(04).
       01 x-all-noti-tab.
         02 x-all-noti-ele occurs k-max-all-noti times.
           03 x-all-noti-d               pic 9(04).
           03 x-all-noti-prg             pic x(20).
       77 x-all-noti-overflow            pic x(01).
       77 x-all-noto                     pic x(01).

      **---------------------------------------------------------------**
      ** Informazioni sul sorgente (C$FILEINFO) e scansione dei
      ** direttori (C$LIST-DIRECTORY)
      **---------------------------------------------------------------**
       78 k-listdir-open                 value 1.
       78 k-listdir-next                 value 2.
       78 k-listdir-close                value 3.
       77 x-all-dir-handle               usage pointer.
       01 x-all-info.
         02 x-all-info-size              pic x(08) comp-x.
         02 x-all-info-data              pic 9(08) comp-x.
         02 x-all-info-ora               pic 9(08) comp-x.
       77 x-all-info-esito               pic s9(09) comp-4.
       01 x-all-sorgente                 pic x(150).
       01 x-all-filtro                   pic x(10).
       01 x-all-file                     pic x(100).
       01 x-all-base                     pic x(20).
       01 x-all-prg                      pic x(20).
       01 x-all-ult-prg                  pic x(20).
       77 x-all-file-data                pic 9(08).
       77 x-all-file-ora                 pic 9(08).
       77 x-all-file-esiste              pic x(01).

      **---------------------------------------------------------------**
      ** Esito del programma corrente e contatori per classe
      **---------------------------------------------------------------**
       01 x-all-esito                    pic x(20).
       01 x-all-nota                     pic x(60).
       77 x-all-max-data                 pic 9(08).
       77 x-all-max-ora                  pic 9(08).
       77 x-all-rig-data                 pic 9(08).
       77 x-all-rig-ora                  pic 9(08).
       77 x-all-definito                 pic x(01).
       77 x-all-allineati                pic 9(08).
       77 x-all-vecchi                   pic 9(08).
       77 x-all-mai                      pic 9(08).
       77 x-all-orfani                   pic 9(08).
       77 x-all-senza-dir                pic 9(08).
       77 x-all-in-lista                 pic 9(08).

       77 zeta8a                         pic zzzzzzzz.
       77 zeta8b                         pic zzzzzzzz.
       77 zeta8c                         pic zzzzzzzz.
       77 zeta8d                         pic zzzzzzzz.
       77 zeta8e                         pic zzzzzzzz.

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
       procedure division chaining par-pac par-lista.
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

           accept ext-rel-dir	 from environment "REL-DIR"
           if ext-rel-dir = spaces
              move ext-scr-dir         to ext-rel-dir
           end-if

           initialize util-senv
           move "S"                to senv-run-type
           call "SETENV"        using stringhe util-senv
           cancel "SETENV"

           perform rd-azi

           if par-pac = spaces
              string "Parametri insufficienti; necessari:" k-newline
                 "- Pacchetto"           k-newline
                 "- Elenco per SCRBRIG ('S'/'N', facolt.)"
                 delimited size    into wb-msg
              perform vbx-msg-info
              go to fine
           end-if

           if par-lista not = "S"
              move "N"              to par-lista
           end-if

           accept datasis              from century-date
           accept orasis               from time

      **---------------------------------------------------------------**
      ** Apertura archivi, tutti in sola lettura: la riconciliazione
      ** non tocca niente, descrive soltanto
      **---------------------------------------------------------------**
           initialize w-nome-scrforms
           string ext-scr-dir         delimited " "
              ext-os-slash "scrforms.arc" delimited size
                                 into w-nome-scrforms
           open input scrforms
           if stato not = "00"
              string "Archivio non aperto: " w-nome-scrforms "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              go to fine
           end-if

           initialize w-nome-relprog
           string ext-rel-dir         delimited " "
              ext-os-slash "relprog.arc" delimited size
                                 into w-nome-relprog
           open input relprog
           if stato not = "00"
              string "Archivio non aperto: " w-nome-relprog "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              close scrforms
              go to fine
           end-if

      * senza RELDIRPA valgono solo i PRG-DIR scritti sulle righe
           move "N"                      to x-all-no-dirpa
           initialize w-nome-reldirpa
           string ext-rel-dir         delimited " "
              ext-os-slash "reldirpa.arc" delimited size
                                 into w-nome-reldirpa
           open input reldirpa
           if stato not = "00"
              move "S"                   to x-all-no-dirpa
           end-if

           initialize w-nome-scrfhist
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfhist.arc" delimited size
                                 into w-nome-scrfhist
           open input scrfhist
           if stato = "35"
              open output scrfhist
              close scrfhist
              open input scrfhist
           end-if
           if stato not = "00"
              string "Archivio non aperto: " w-nome-scrfhist "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              perform x-chiudi-archivi
              go to fine
           end-if

      **---------------------------------------------------------------**
      ** Report datato (stesso meccanismo degli altri batch) ed
      ** eventuale elenco mirato per SCRBRIG
      **---------------------------------------------------------------**
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "allinlog" delimited size
              e-data-report            delimited size
              ".csv"                   delimited size
                                 into w-nome-scrscnlog
           open output scrscnlog
           if stato not = "00"
              string "Report non aperto: " w-nome-scrscnlog "; "
                 "stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              perform x-chiudi-archivi
              go to fine
           end-if

           if par-lista = "S"
              initialize w-nome-scrbrlst
              string ext-scr-dir         delimited " "
                 ext-os-slash "brglst_" delimited size
                 par-pac                 delimited " "
                 ".txt"                  delimited size
                                    into w-nome-scrbrlst
              open output scrbrlst
              if stato not = "00"
                 string "Elenco per SCRBRIG non aperto: "
                    w-nome-scrbrlst "; stato : " stato
                    delimited size into wb-msg
                 perform vbx-msg-error
                 close scrscnlog
                 perform x-chiudi-archivi
                 go to fine
              end-if
           end-if

           move "Pacchetto;Programma;Esito;Direttorio;Estensione;Data so
      -    "rgente;Ora;Ultima variazione;Ora;Rigenerato il;Ora;Note"
                                        to scn-rec
           write scn-rec

           move 0                        to x-all-allineati
           move 0                        to x-all-vecchi
           move 0                        to x-all-mai
           move 0                        to x-all-orfani
           move 0                        to x-all-senza-dir
           move 0                        to x-all-in-lista

           perform x-carica-direttori
           perform x-verifica-direttori
           perform x-carica-noti
           perform x-riconcilia-programmi
           perform x-definiti-senza-relprog
           perform x-cerca-orfani

           if x-all-dir-overflow = "S" or
              x-all-noti-overflow = "S"
              move "AVVISO;direttori o programmi oltre il massimo gestit
      -       "o, verifica parziale"     to scn-rec
              write scn-rec
           end-if

           close scrscnlog
           if par-lista = "S"
              close scrbrlst
           end-if
           perform x-chiudi-archivi

           move x-all-allineati          to zeta8a
           move x-all-vecchi             to zeta8b
           move x-all-mai                to zeta8c
           move x-all-orfani             to zeta8d
           move x-all-senza-dir          to zeta8e
           initialize wb-msg
           string "Riconciliazione completata: " delimited size
              zeta8a                     delimited size
              " allineati, "             delimited size
              zeta8b                     delimited size
              " non aggiornati, "        delimited size
              zeta8c                     delimited size
              " mai generati, "          delimited size
              zeta8d                     delimited size
              " orfani, "                delimited size
              zeta8e                     delimited size
              " senza direttorio; vedi " delimited size
              w-nome-scrscnlog           delimited " "
                                   into wb-msg
           if par-lista = "S"
              move x-all-in-lista        to zeta8a
              string wb-msg              delimited "  "
                 k-newline               delimited size
                 "Elenco per SCRBRIG (modo 'L'): " delimited size
                 zeta8a                  delimited size
                 " programmi in "        delimited size
                 w-nome-scrbrlst         delimited " "
                                   into wb-msg
           end-if
           perform vbx-msg-info
           go to fine
           .

       x-chiudi-archivi.
           close scrforms relprog scrfhist
           if x-all-no-dirpa = "N"
              close reldirpa
           end-if
           .

      *---------------------------------------------------------------**
      * Direttorio ed estensione del sorgente della riga PRG-REC:
      * PRG-DIR se indicato, altrimenti il direttorio di lavoro
      * RELDIRPA del pacchetto per quell'estensione (CBL di default)
      *---------------------------------------------------------------**
       x-direttorio-programma.
           move spaces                   to x-all-dir
           move prg-ext                  to x-all-ext
           if x-all-ext = spaces
              move "CBL"                 to x-all-ext
           end-if
           if prg-dir not = spaces
              move prg-dir               to x-all-dir
              exit paragraph
           end-if
           if x-all-no-dirpa = "S"
              exit paragraph
           end-if
           initialize dir-rec
           move prg-pack                 to dir-pack
           move x-all-ext                to dir-ext
           perform rd-reldirpa
           if w-verbo-ok
              string dir-lav-drive ":\" dir-lav-dir
                 delimited size     into x-all-dir
           end-if
           move k-verbo-ok               to statusfi
           .

      * posizione di X-ALL-DIR/X-ALL-EXT in tabella (0 = assente)
       x-cerca-direttorio.
           move 0                        to x-all-k
           move 0                        to x-all-d
           perform with test before until x-all-k = x-all-dir-n
              add 1                      to x-all-k
              if x-all-dir-nome (x-all-k) = x-all-dir and
                 x-all-dir-ext (x-all-k) = x-all-ext
                 move x-all-k            to x-all-d
                 exit perform
              end-if
           end-perform
           .

      *---------------------------------------------------------------**
      * Direttori distinti dei programmi del pacchetto
      *---------------------------------------------------------------**
       x-carica-direttori.
           move 0                        to x-all-dir-n
           move "N"                      to x-all-dir-overflow
           initialize prg-rec
           move par-pac                  to prg-pack
           perform st-relprog-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-relprog
                 if w-verbo-ok and
                    prg-pack = par-pac
                    perform x-direttorio-programma
                    if x-all-dir not = spaces
                       perform x-cerca-direttorio
                       if x-all-d = 0
                          if x-all-dir-n < k-max-all-dir
                             add 1             to x-all-dir-n
                             move x-all-dir
                                to x-all-dir-nome (x-all-dir-n)
                             move x-all-ext
                                to x-all-dir-ext (x-all-dir-n)
                             move "N"
                                to x-all-dir-esiste (x-all-dir-n)
                           else
                             move "S"          to x-all-dir-overflow
                          end-if
                       end-if
                    end-if
                  else
                    move k-fine-file     to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Un direttorio esiste se se ne riesce ad aprire l'elenco
      *---------------------------------------------------------------**
       x-verifica-direttori.
           move 0                        to x-all-d
           perform with test before until x-all-d = x-all-dir-n
              add 1                      to x-all-d
              move "*"                   to x-all-filtro
              call "C$LIST-DIRECTORY" using k-listdir-open
                                      x-all-dir-nome (x-all-d)
                                      x-all-filtro
                                     giving x-all-dir-handle
              if x-all-dir-handle not = null
                 move "S"                to x-all-dir-esiste (x-all-d)
                 call "C$LIST-DIRECTORY" using k-listdir-close
                                         x-all-dir-handle
              end-if
           end-perform
           .

      *---------------------------------------------------------------**
      * Tutte le righe RELPROG (anche di altri pacchetti) che cadono
      * in uno dei direttori in tabella
      *---------------------------------------------------------------**
       x-carica-noti.
           move 0                        to x-all-noti-n
           move "N"                      to x-all-noti-overflow
           initialize prg-rec
           move low-values               to prg-chia1
           perform st-relprog-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-relprog
                 if w-verbo-ok
                    perform x-direttorio-programma
                    perform x-cerca-direttorio
                    if x-all-d not = 0
                       if x-all-noti-n < k-max-all-noti
                          add 1          to x-all-noti-n
                          move x-all-d   to x-all-noti-d (x-all-noti-n)
                          move function upper-case(prg-prg)
                             to x-all-noti-prg (x-all-noti-n)
                        else
                          move "S"       to x-all-noti-overflow
                       end-if
                    end-if
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Esito di ogni programma RELPROG del pacchetto
      *---------------------------------------------------------------**
       x-riconcilia-programmi.
           initialize prg-rec
           move par-pac                  to prg-pack
           perform st-relprog-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-relprog
                 if w-verbo-ok and
                    prg-pack = par-pac
                    perform x-riconcilia-programma
                  else
                    move k-fine-file     to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-riconcilia-programma.
           move spaces                   to x-all-esito
           move spaces                   to x-all-nota
           move 0                        to x-all-file-data
           move 0                        to x-all-file-ora
           move 0                        to x-all-max-data
           move 0                        to x-all-max-ora
           move "N"                      to x-all-file-esiste
           move 0                        to x-all-rig-data
           move 0                        to x-all-rig-ora
           if prg-rig-data numeric and
              prg-rig-ora  numeric
              move prg-rig-data          to x-all-rig-data
              move prg-rig-ora           to x-all-rig-ora
           end-if
           move prg-prg                  to x-all-prg

           perform x-direttorio-programma
           if x-all-dir = spaces
              move "DIRECTORY MANCANTE"  to x-all-esito
              move "nessun PRG-DIR e nessun direttorio RELDIRPA"
                                         to x-all-nota
              add 1                      to x-all-senza-dir
              perform x-scrivi-esito
              exit paragraph
           end-if
      * direttorio oltre il massimo gestito: segnalato a fine report
           perform x-cerca-direttorio
           if x-all-d = 0
              exit paragraph
           end-if
           if x-all-dir-esiste (x-all-d) = "N"
              move "DIRECTORY MANCANTE"  to x-all-esito
              move "direttorio inesistente o non leggibile"
                                         to x-all-nota
              add 1                      to x-all-senza-dir
              perform x-scrivi-esito
              exit paragraph
           end-if

           perform x-info-sorgente

           move "N"                      to x-all-definito
           initialize scr-rec
           move prg-pack                 to scr-pac
           move prg-prg                  to scr-prg
           perform st-scrforms-notmin
           if w-verbo-ok
              perform rdnxt-scrforms
              if w-verbo-ok and
                 scr-pac = prg-pack and
                 scr-prg = prg-prg
                 move "S"                to x-all-definito
              end-if
           end-if
           move k-verbo-ok               to statusfi

      * senza definizione e senza sorgente e` un programma non a
      * maschere che qui non interessa
           if x-all-definito = "N"
              if x-all-file-esiste = "S"
                 move "SORGENTE ORFANO"  to x-all-esito
                 move "riga RELPROG senza definizione SCRFORMS"
                                         to x-all-nota
                 add 1                   to x-all-orfani
                 perform x-scrivi-esito
              end-if
              exit paragraph
           end-if

           perform x-ultima-variazione

           if x-all-rig-data = 0
              move "MAI GENERATO"        to x-all-esito
              move "PRG-RIG-DATA a zero" to x-all-nota
              add 1                      to x-all-mai
              perform x-scrivi-esito
              exit paragraph
           end-if

           if x-all-file-esiste = "N"
              move "NON AGGIORNATO"      to x-all-esito
              move "sorgente assente nel direttorio"
                                         to x-all-nota
              add 1                      to x-all-vecchi
              perform x-scrivi-esito
              perform x-scrivi-lista
              exit paragraph
           end-if

           if x-all-max-data > x-all-file-data or
              (x-all-max-data = x-all-file-data and
               x-all-max-ora > x-all-file-ora)
              move "NON AGGIORNATO"      to x-all-esito
              move "sorgente piu` vecchio dell'ultima variazione"
                                         to x-all-nota
              add 1                      to x-all-vecchi
              perform x-scrivi-esito
              perform x-scrivi-lista
              exit paragraph
           end-if

           move "ALLINEATO"              to x-all-esito
           add 1                         to x-all-allineati
           perform x-scrivi-esito
           .

      *---------------------------------------------------------------**
      * Programmi definiti in SCRFORMS per il pacchetto che non hanno
      * riga RELPROG: non sono mai stati generati. Il direttorio e`
      * quello RELDIRPA del pacchetto per l'estensione CBL
      *---------------------------------------------------------------**
       x-definiti-senza-relprog.
           move spaces                   to x-all-ult-prg
           initialize scr-rec
           move par-pac                  to scr-pac
           perform st-scrforms-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrforms
                 if w-verbo-ok and
                    scr-pac = par-pac
                    if scr-prg not = x-all-ult-prg
                       move scr-prg      to x-all-ult-prg
                       perform x-definito-senza-relprog
                    end-if
                  else
                    move k-fine-file     to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

       x-definito-senza-relprog.
           initialize prg-rec
           move scr-pac                  to prg-pack
           move scr-prg                  to prg-prg
           perform rd-relprog
           if w-verbo-ok
              exit paragraph
           end-if
           initialize prg-rec
           move scr-pac                  to prg-pack
           move scr-prg                  to prg-prg

           move spaces                   to x-all-nota
           move 0                        to x-all-file-data
           move 0                        to x-all-file-ora
           move 0                        to x-all-rig-data
           move 0                        to x-all-rig-ora
           move prg-prg                  to x-all-prg
           perform x-ultima-variazione

           perform x-direttorio-programma
           if x-all-dir = spaces
              move "DIRECTORY MANCANTE"  to x-all-esito
              move "nessuna riga RELPROG e nessun direttorio RELDIRPA"
                                         to x-all-nota
              add 1                      to x-all-senza-dir
              perform x-scrivi-esito
              exit paragraph
           end-if
           perform x-cerca-direttorio
           if x-all-d not = 0
              if x-all-dir-esiste (x-all-d) = "N"
                 move "DIRECTORY MANCANTE" to x-all-esito
                 move "direttorio inesistente o non leggibile"
                                         to x-all-nota
                 add 1                   to x-all-senza-dir
                 perform x-scrivi-esito
                 exit paragraph
              end-if
           end-if

           move "MAI GENERATO"           to x-all-esito
           move "definizione SCRFORMS senza riga RELPROG"
                                         to x-all-nota
           add 1                         to x-all-mai
           perform x-scrivi-esito
           .

      *---------------------------------------------------------------**
      * Data e ora del sorgente X-ALL-PRG nel direttorio X-ALL-D
      *---------------------------------------------------------------**
       x-info-sorgente.
           move "N"                      to x-all-file-esiste
           move 0                        to x-all-file-data
           move 0                        to x-all-file-ora
           initialize x-all-sorgente
           string x-all-dir-nome (x-all-d) delimited "  "
              ext-os-slash                 delimited size
              x-all-prg                    delimited " "
              "."                          delimited size
              x-all-dir-ext (x-all-d)      delimited " "
                                      into x-all-sorgente
           call "C$FILEINFO"          using x-all-sorgente
                                            x-all-info
                                     giving x-all-info-esito
           if x-all-info-esito = 0
              move "S"                   to x-all-file-esiste
              move x-all-info-data       to x-all-file-data
              move x-all-info-ora        to x-all-file-ora
           end-if
           .

      *---------------------------------------------------------------**
      * Ultima variazione SCRFHIST del programma (stessa scansione
      * della modalita` incrementale di SCRBRIG)
      *---------------------------------------------------------------**
       x-ultima-variazione.
           move 0                        to x-all-max-data
           move 0                        to x-all-max-ora
           initialize hst-rec
           move prg-pack                 to hst-pac
           move prg-prg                  to hst-prg
           perform st-scrfhist-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfhist
                 if w-verbo-ok and
                    hst-pac = prg-pack and
                    hst-prg = prg-prg
                    if hst-data > x-all-max-data or
                       (hst-data = x-all-max-data and
                        hst-ora > x-all-max-ora)
                       move hst-data     to x-all-max-data
                       move hst-ora      to x-all-max-ora
                    end-if
                  else
                    move k-fine-file     to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Sorgenti presenti nei direttori del pacchetto che nessuna
      * riga RELPROG conosce e che non hanno definizione SCRFORMS
      *---------------------------------------------------------------**
       x-cerca-orfani.
           move 0                        to x-all-d
           perform with test before until x-all-d = x-all-dir-n
              add 1                      to x-all-d
              if x-all-dir-esiste (x-all-d) = "S"
                 perform x-scandisci-direttorio
              end-if
           end-perform
           .

       x-scandisci-direttorio.
           initialize x-all-filtro
           string "*." x-all-dir-ext (x-all-d)
              delimited size       into x-all-filtro
           call "C$LIST-DIRECTORY" using k-listdir-open
                                   x-all-dir-nome (x-all-d)
                                   x-all-filtro
                                  giving x-all-dir-handle
           if x-all-dir-handle = null
              exit paragraph
           end-if
           perform with test after until x-all-file = spaces
              move spaces                to x-all-file
              call "C$LIST-DIRECTORY" using k-listdir-next
                                      x-all-dir-handle
                                      x-all-file
              if x-all-file not = spaces
                 perform x-verifica-file
              end-if
           end-perform
           call "C$LIST-DIRECTORY" using k-listdir-close
                                   x-all-dir-handle
           .

       x-verifica-file.
           move spaces                   to x-all-base
           unstring x-all-file delimited by "."
              into x-all-base
           end-unstring
           if x-all-base = spaces
              exit paragraph
           end-if
           move function upper-case(x-all-base) to x-all-prg

           move "N"                      to x-all-noto
           move 0                        to x-all-k
           perform with test before until x-all-k = x-all-noti-n
              add 1                      to x-all-k
              if x-all-noti-prg (x-all-k) = x-all-prg and
                 x-all-dir-nome (x-all-noti-d (x-all-k)) =
                 x-all-dir-nome (x-all-d)
                 move "S"                to x-all-noto
                 exit perform
              end-if
           end-perform
           if x-all-noto = "S"
              exit paragraph
           end-if

           initialize scr-rec
           move par-pac                  to scr-pac
           move x-all-prg                to scr-prg
           perform st-scrforms-notmin
           if w-verbo-ok
              perform rdnxt-scrforms
              if w-verbo-ok and
                 scr-pac = par-pac and
                 scr-prg = x-all-prg
                 move k-verbo-ok         to statusfi
                 exit paragraph
              end-if
           end-if
           move k-verbo-ok               to statusfi

           move x-all-dir-nome (x-all-d) to x-all-dir
           move x-all-dir-ext (x-all-d)  to x-all-ext
           move 0                        to x-all-rig-data
           move 0                        to x-all-rig-ora
           move 0                        to x-all-max-data
           move 0                        to x-all-max-ora
           perform x-info-sorgente
           move "SORGENTE ORFANO"        to x-all-esito
           move "sorgente senza riga RELPROG e senza definizione SCRFORM
      -    "S"                          to x-all-nota
           add 1                         to x-all-orfani
           perform x-scrivi-esito
           .

      *---------------------------------------------------------------**
      * Rigo di report del programma corrente
      *---------------------------------------------------------------**
       x-scrivi-esito.
           initialize e1-riga-report
           string par-pac                delimited " "   ";"
                                         delimited size
              x-all-prg                  delimited " "   ";"
                                         delimited size
              x-all-esito                delimited "  "  ";"
                                         delimited size
              x-all-dir                  delimited "  "  ";"
                                         delimited size
              x-all-ext                  delimited " "   ";"
                                         delimited size
              x-all-file-data            delimited size  ";"
                                         delimited size
              x-all-file-ora             delimited size  ";"
                                         delimited size
              x-all-max-data             delimited size  ";"
                                         delimited size
              x-all-max-ora              delimited size  ";"
                                         delimited size
              x-all-rig-data             delimited size  ";"
                                         delimited size
              x-all-rig-ora              delimited size  ";"
                                         delimited size
              x-all-nota                 delimited "  "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

       x-scrivi-lista.
           if par-lista not = "S"
              exit paragraph
           end-if
           initialize bls-rec
           move par-pac                  to bls-pac
           move prg-prg                  to bls-prg
           move x-all-nota               to bls-nota
           write bls-rec
           add 1                         to x-all-in-lista
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
       st-relprog-notmin.
           start relprog key is >= prg-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-relprog.
           read relprog next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       rd-relprog.
           read relprog
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
       rd-reldirpa.
           read reldirpa
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
       st-scrfhist-notmin.
           start scrfhist key is >= hst-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrfhist.
           read scrfhist next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
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
      *
       copy "stato.cpy".
       copy "stato1.cpy".
       copy "winmsg.cpy".
       copy "grave.cpy".
       copy "util1.cpy".
       copy "mmsubw.cpy".
      *
       end program.
