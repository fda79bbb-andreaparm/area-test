       identification division.
       program-id.    scrtrac.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Confronto dei controlli di un programma (o di tutti i
      ** programmi di un pacchetto) con i tracciati record dei
      ** file che il programma apre secondo SCRPGFIL/SCRFILES.
      ** Il copybook di ogni file (<nome file>.cpy) viene letto
      ** come testo dal direttorio copy del pacchetto (riga
      ** RELDIRPA con estensione "CPY", se manca il direttorio
      ** dei sorgenti "CBL"); ogni campo elementare con PIC
      ** viene censito con tipo, cifre intere, decimali e segno.
      ** I controlli di dato (alfanumerico, note, numero,
      ** valore, data, ora) vengono abbinati ai campi per nome
      ** e su report datato finiscono:
      ** - le differenze di numerico/alfanumerico, lunghezza,
      **   decimali e segno (FLD-SIZE, FLD-SIZE-DEC e, per i
      **   valori, FLD-U10-TIPO-DATO) rispetto alla PIC;
      ** - i controlli il cui nome non corrisponde a nessun
      **   campo dei file del programma;
      ** - i copybook non trovati.
      ** Richiamato da SCRFLD (menu File)
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
           copy "scrfield.fd".
           copy "scrpgfil.fd".
           copy "scrfiles.fd".
           copy "reldirpa.fd".
           copy "scrtrcpy.fd".
           copy "scrscnlog.fd".
      *
       data division.
       file section.
      *
       fd scrfield label record standard.
       copy "scrfield.cpy".
      *
       fd scrpgfil label record standard.
       copy "scrpgfil.cpy".
      *
       fd scrfiles label record standard.
       copy "scrfiles.cpy".
      *
       fd reldirpa label record standard.
       copy "reldirpa.cpy".
      *
       fd scrtrcpy label record standard.
       copy "scrtrcpy.cpy".
      *
       fd scrscnlog label record standard.
       copy "scrscnlog.cpy".
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       copy "costanti-screen.cpy".
       78  k-program-id               value "SCRTRAC".

      *77 ext-scr-dir                   pic x(70) is external.

      **---------------------------------------------------------------**
      ** Nomi archivi e report
      **---------------------------------------------------------------**
       77 w-nome-scrfield                pic x(70).
       77 w-nome-scrpgfil                pic x(70).
       77 w-nome-scrfiles                pic x(70).
       77 w-nome-reldirpa                pic x(70).
       77 w-nome-scrtrcpy                pic x(120).
       77 w-nome-scrscnlog               pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

       01 datasis                  pic 9(08).

      **---------------------------------------------------------------**
      ** Direttorio dei copybook del pacchetto
      **---------------------------------------------------------------**
       77 x-trc-dir-copy                 pic x(70).

      **---------------------------------------------------------------**
      ** Programmi da verificare
      **---------------------------------------------------------------**
       78 k-max-trc-prg                  value 500.
       77 x-trc-n-prg                    pic 9(04).
       77 x-trc-p                        pic 9(04).
       01 x-trc-prg-tab.
         02 x-trc-prg-t occurs k-max-trc-prg times pic x(20).
       77 x-trc-prg                      pic x(20).

      **---------------------------------------------------------------**
      ** File del programma corrente (nomi gia` letti, per non
      ** leggere due volte lo stesso copybook)
      **---------------------------------------------------------------**
       78 k-max-trc-file                 value 50.
       77 x-trc-n-file                   pic 9(04).
       77 x-trc-f                        pic 9(04).
       01 x-trc-file-tab.
         02 x-trc-file-t occurs k-max-trc-file times pic x(30).
       77 x-trc-file                     pic x(30).
       77 x-trc-file-nuovo               pic x(01).

      **---------------------------------------------------------------**
      ** Campi elementari dei tracciati del programma corrente
      ** tipo: N numerico, A alfanumerico; segno: S/N
      **---------------------------------------------------------------**
       78 k-max-trc-campi                value 3000.
       77 x-trc-n-cmp                    pic 9(04).
       77 x-trc-k                        pic 9(04).
       01 x-trc-cmp-tab.
         02 x-trc-cmp-ele occurs k-max-trc-campi times.
           03 x-trc-cmp-nome             pic x(30).
           03 x-trc-cmp-file             pic x(30).
           03 x-trc-cmp-pic              pic x(30).
           03 x-trc-cmp-tipo             pic x(01).
           03 x-trc-cmp-interi           pic 9(03).
           03 x-trc-cmp-dec              pic 9(03).
           03 x-trc-cmp-segno            pic x(01).
           03 x-trc-cmp-lung             pic 9(04).
       77 x-trc-overflow                 pic x(01).

      **---------------------------------------------------------------**
      ** Lettura del copybook: le righe (colonne 8-72, commenti
      ** esclusi) si accumulano fino al punto che chiude la
      ** descrizione del dato, poi la descrizione viene spezzata in
      ** parole
      **---------------------------------------------------------------**
       01 x-trc-area                     pic x(65).
       01 x-trc-rev                      pic x(65).
       77 x-trc-len                      pic 9(04).
       77 x-trc-spazi                    pic 9(04).
       01 x-trc-stm                      pic x(600).
       77 x-trc-stm-ptr                  pic 9(04).
       78 k-max-trc-tok                  value 20.
       77 x-trc-n-tok                    pic 9(04).
       77 x-trc-t                        pic 9(04).
       77 x-trc-ptr                      pic 9(04).
       01 x-trc-tk                       pic x(60).
       01 x-trc-tok-tab.
         02 x-trc-tok occurs k-max-trc-tok times pic x(60).
       01 x-trc-nome                     pic x(30).
       01 x-trc-pic                      pic x(30).
       01 x-trc-tk-rev                   pic x(60).

      **---------------------------------------------------------------**
      ** Analisi della PIC
      **---------------------------------------------------------------**
       77 x-trc-c                        pic 9(04).
       77 x-trc-rip                      pic 9(04).
       77 x-trc-in-dec                   pic x(01).
       01 x-trc-car                      pic x(01).
       01 x-trc-cifra                    pic 9(01).
       77 x-trc-tipo                     pic x(01).
       77 x-trc-interi                   pic 9(03).
       77 x-trc-dec                      pic 9(03).
       77 x-trc-segno                    pic x(01).
       77 x-trc-lung                     pic 9(04).

      **---------------------------------------------------------------**
      ** Controllo in verifica
      ** tipo: A alfanumerico/note, N numero/valore, D data, O ora
      **---------------------------------------------------------------**
       77 x-trc-ctl-tipo                 pic x(01).
       77 x-trc-ctl-segno                pic x(01).
       77 x-trc-ctl-interi               pic 9(04).
       77 x-trc-ctl-cifre                pic 9(04).
       01 x-trc-cerca                    pic x(30).
       77 x-trc-trovato                  pic x(01).
       77 x-trc-anomalia                 pic x(50).
       77 x-trc-rep-file                 pic x(30).
       77 x-trc-rep-pic                  pic x(30).
       77 x-trc-n-anomalie               pic 9(08).
       77 x-trc-n-prg-fatti              pic 9(08).
       77 zeta4                          pic zzz9.
       77 zeta2                          pic z9.
       77 zeta8a                         pic zzzzzzzz.
       77 zeta8b                         pic zzzzzzzz.
      *
       copy "wgrave.cpy".
       copy "wnscr.cpy".
       copy "wopenf.cpy".
       copy "wstato.cpy".
       copy "cogazien.cpy".
      *
       linkage section.
       copy "wcont.cpy".
       copy "utilscrtrac.cpy".
      *
       procedure division using stringhe util-scrtrac.
      *
       main section.
       apri.
           move k-program-id             to prog-err
           move "N"                      to scrtrac-esito
           move 0                        to scrtrac-n-prg
           move 0                        to scrtrac-n-anomalie
           move spaces                   to scrtrac-nome-report
           move 0                        to x-trc-n-anomalie
           move 0                        to x-trc-n-prg-fatti

           if scrtrac-pac = " "
              if scrtrac-silent-mode not = "S"
                 move "SCRTRAC: pacchetto non indicato!!" to wb-msg
                 perform vbx-msg-error
              end-if
              go to fine
           end-if

           if ext-scr-dir = spaces
              accept ext-scr-dir      from environment "SCR-DIR"
           end-if
           if ext-rel-dir = spaces
              accept ext-rel-dir      from environment "REL-DIR"
              if ext-rel-dir = spaces
                 move ext-scr-dir        to ext-rel-dir
              end-if
           end-if

           accept datasis              from century-date

      **---------------------------------------------------------------**
      ** Apertura archivi (sola lettura)
      **---------------------------------------------------------------**
           initialize w-nome-scrfield
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfield.arc" delimited size
                                 into w-nome-scrfield
           open input scrfield
           if stato not = "00"
              perform x-errore-apertura
              go to fine
           end-if
           initialize w-nome-scrpgfil
           string ext-scr-dir         delimited " "
              ext-os-slash "scrpgfil.arc" delimited size
                                 into w-nome-scrpgfil
           open input scrpgfil
           if stato not = "00"
              perform x-errore-apertura
              close scrfield
              go to fine
           end-if
           initialize w-nome-scrfiles
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfiles.arc" delimited size
                                 into w-nome-scrfiles
           open input scrfiles
           if stato not = "00"
              perform x-errore-apertura
              close scrfield scrpgfil
              go to fine
           end-if
           initialize w-nome-reldirpa
           string ext-rel-dir         delimited " "
              ext-os-slash "reldirpa.arc" delimited size
                                 into w-nome-reldirpa
           open input reldirpa
           if stato not = "00"
              perform x-errore-apertura
              close scrfield scrpgfil scrfiles
              go to fine
           end-if

      **---------------------------------------------------------------**
      ** Direttorio dei copybook: riga "CPY" del pacchetto, in
      ** mancanza quello dei sorgenti ("CBL")
      **---------------------------------------------------------------**
           move spaces                   to x-trc-dir-copy
           initialize dir-rec
           move scrtrac-pac              to dir-pack
           move "CPY"                    to dir-ext
           perform rd-reldirpa
           if w-verbo-invalido
              initialize dir-rec
              move scrtrac-pac           to dir-pack
              move "CBL"                 to dir-ext
              perform rd-reldirpa
           end-if
           if w-verbo-ok
              string dir-lav-drive ":\" dir-lav-dir
                 delimited size     into x-trc-dir-copy
           end-if
           if x-trc-dir-copy = spaces
              if scrtrac-silent-mode not = "S"
                 move "SCRTRAC: direttorio di lavoro del pacchetto non d
      -           "efinito (RELDIRPA)!!" to wb-msg
                 perform vbx-msg-error
              end-if
              close scrfield scrpgfil scrfiles reldirpa
              go to fine
           end-if

      **---------------------------------------------------------------**
      ** Apertura report (datato, stesso meccanismo di SCRSCNLOG)
      **---------------------------------------------------------------**
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "trclog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog

           open output scrscnlog
           if stato not = "00"
              if scrtrac-silent-mode not = "S"
                 string "Report non aperto: " w-nome-scrscnlog "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
              end-if
              close scrfield scrpgfil scrfiles reldirpa
              go to fine
           end-if
           move w-nome-scrscnlog         to scrtrac-nome-report

           move "Pacchetto;Programma;Form;Pagina;Id;Nome;Tipo;Size;Dec;U
      -      "10;File;PIC;Anomalia" to scn-rec
           write scn-rec

           move "S"                      to scrtrac-esito

      **---------------------------------------------------------------**
      ** Elenco dei programmi (quelli con controlli in SCRFIELD)
      **---------------------------------------------------------------**
           move 0                        to x-trc-n-prg
           initialize fld-rec
           move scrtrac-pac              to fld-pac
           move scrtrac-prg              to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok              and
                    fld-pac = scrtrac-pac   and
                    (scrtrac-prg = spaces or fld-prg = scrtrac-prg)
                    if x-trc-n-prg = 0 or
                       fld-prg not = x-trc-prg-t (x-trc-n-prg)
                       if x-trc-n-prg < k-max-trc-prg
                          add 1          to x-trc-n-prg
                          move fld-prg   to x-trc-prg-t (x-trc-n-prg)
                        else
                          move k-fine-file to statusfi
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move 0                        to x-trc-p
           perform with test before until x-trc-p = x-trc-n-prg
              add 1                      to x-trc-p
              move x-trc-prg-t (x-trc-p) to x-trc-prg
              perform x-trc-programma
           end-perform

           close scrscnlog
           close scrfield scrpgfil scrfiles reldirpa

           move x-trc-n-prg-fatti        to scrtrac-n-prg
           move x-trc-n-anomalie         to scrtrac-n-anomalie

           if scrtrac-silent-mode not = "S"
              if x-trc-n-anomalie = 0
                 move "Controlli e tracciati record allineati"
                                         to wb-msg
                 perform vbx-msg-info
               else
                 move x-trc-n-prg-fatti  to zeta8a
                 move x-trc-n-anomalie   to zeta8b
                 string "Confronto con i tracciati terminato: " zeta8a
                    " programmi, " zeta8b " anomalie (vedi "
                    w-nome-scrscnlog ")" delimited size into wb-msg
                 perform vbx-msg-info
              end-if
           end-if
           go to fine
           .
       x-errore-apertura.
           move "N"                      to scrtrac-esito
           if scrtrac-silent-mode not = "S"
              string "SCRTRAC: archivio non aperto; stato : " stato
                 delimited size into wb-msg
              perform vbx-msg-error
           end-if
           .

      *---------------------------------------------------------------**
      * Programma X-TRC-PRG: censimento dei campi dei tracciati dei
      * suoi file, poi verifica dei controlli uno per uno
      *---------------------------------------------------------------**
       x-trc-programma.
           add 1                         to x-trc-n-prg-fatti
           move 0                        to x-trc-n-file
           move 0                        to x-trc-n-cmp
           move "N"                      to x-trc-overflow

           initialize pgf-rec
           move scrtrac-pac              to pgf-pac
           move x-trc-prg                to pgf-prg
           perform st-scrpgfil-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrpgfil
                 if w-verbo-ok             and
                    pgf-pac = scrtrac-pac  and
                    pgf-prg = x-trc-prg
                    perform x-trc-file-programma
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           initialize fld-rec
           if x-trc-n-file = 0
              move "NESSUN FILE IN SCRPGFIL" to x-trc-anomalia
              move spaces                to x-trc-rep-file
                                            x-trc-rep-pic
              perform x-trc-scrivi
              exit paragraph
           end-if
           if x-trc-overflow = "S"
              move "CAMPI OLTRE IL MASSIMO, VERIFICA PARZIALE"
                                         to x-trc-anomalia
              move spaces                to x-trc-rep-file
                                            x-trc-rep-pic
              perform x-trc-scrivi
           end-if

           initialize fld-rec
           move scrtrac-pac              to fld-pac
           move x-trc-prg                to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok              and
                    fld-pac = scrtrac-pac   and
                    fld-prg = x-trc-prg
                    perform x-trc-controllo
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

      **---------------------------------------------------------------**
      ** Riga SCRPGFIL corrente: nome del file dal catalogo
      ** SCRFILES (se la riga c'e`, altrimenti PGF-NOM) e lettura
      ** del suo copybook, una volta sola per programma
      **---------------------------------------------------------------**
       x-trc-file-programma.
           move pgf-nom                  to x-trc-file
           initialize gfil-rec
           move pgf-tip                  to gfil-tip
           move pgf-tab                  to gfil-tab
           move pgf-num                  to gfil-num
           perform rd-scrfiles
           if w-verbo-ok and
              gfil-nome not = spaces
              move gfil-nome             to x-trc-file
           end-if
           move k-verbo-ok               to statusfi
           if x-trc-file = spaces
              exit paragraph
           end-if
           move function lower-case(x-trc-file) to x-trc-file

           move "S"                      to x-trc-file-nuovo
           move 0                        to x-trc-f
           perform with test before until x-trc-f = x-trc-n-file
              add 1                      to x-trc-f
              if x-trc-file-t (x-trc-f) = x-trc-file
                 move "N"                to x-trc-file-nuovo
                 exit perform
              end-if
           end-perform
           if x-trc-file-nuovo = "N" or
              x-trc-n-file = k-max-trc-file
              exit paragraph
           end-if
           add 1                         to x-trc-n-file
           move x-trc-file               to x-trc-file-t (x-trc-n-file)

           perform x-trc-leggi-copy
           move k-verbo-ok               to statusfi
           .

      **---------------------------------------------------------------**
      ** Lettura del copybook X-TRC-FILE
      **---------------------------------------------------------------**
       x-trc-leggi-copy.
           initialize w-nome-scrtrcpy
           string x-trc-dir-copy      delimited " "
              ext-os-slash            delimited size
              x-trc-file              delimited " "
              ".cpy"                  delimited size
                                 into w-nome-scrtrcpy
           open input scrtrcpy
           if stato not = "00"
              initialize fld-rec
              move "COPYBOOK NON TROVATO" to x-trc-anomalia
              move x-trc-file            to x-trc-rep-file
              move spaces                to x-trc-rep-pic
              perform x-trc-scrivi
              exit paragraph
           end-if

           move spaces                   to x-trc-stm
           move 1                        to x-trc-stm-ptr
           perform with test before until stato not = "00"
              read scrtrcpy next record
                 at end     move "10"    to stato
              end-read
              if stato = "00"
                 perform x-trc-riga
              end-if
           end-perform
           close scrtrcpy
           .

      **---------------------------------------------------------------**
      ** Riga del copybook: commenti esclusi, le colonne 8-72 si
      ** accodano alla descrizione in corso; al punto finale la
      ** descrizione e` completa
      **---------------------------------------------------------------**
       x-trc-riga.
           if trc-riga (7:1) = "*" or
              trc-riga (7:1) = "/"
              exit paragraph
           end-if
           move trc-riga (8:65)          to x-trc-area
           if x-trc-area = spaces
              exit paragraph
           end-if
           move 0                        to x-trc-spazi
           move function reverse(x-trc-area) to x-trc-rev
           inspect x-trc-rev tallying x-trc-spazi
              for leading spaces
           compute x-trc-len = 65 - x-trc-spazi

           if x-trc-stm-ptr + x-trc-len < 600
              string x-trc-area (1:x-trc-len) " "
                 delimited size     into x-trc-stm
                 with pointer x-trc-stm-ptr
           end-if

           if x-trc-area (x-trc-len:1) = "."
              perform x-trc-descrizione
              move spaces                to x-trc-stm
              move 1                     to x-trc-stm-ptr
           end-if
           .

      **---------------------------------------------------------------**
      ** Descrizione di un dato: livello, nome, PIC. Si censiscono
      ** solo i campi elementari con nome (non FILLER); i livelli
      ** 66/78/88 e le istruzioni COPY non interessano
      **---------------------------------------------------------------**
       x-trc-descrizione.
           move function lower-case(x-trc-stm) to x-trc-stm
           move 0                        to x-trc-n-tok
           initialize x-trc-tok-tab
           move 1                        to x-trc-ptr
           perform with test before until x-trc-ptr > 600 or
                                          x-trc-n-tok = k-max-trc-tok
              move spaces                to x-trc-tk
              unstring x-trc-stm delimited by all " "
                 into x-trc-tk
                 with pointer x-trc-ptr
              end-unstring
              if x-trc-tk not = spaces
                 add 1                   to x-trc-n-tok
                 move x-trc-tk           to x-trc-tok (x-trc-n-tok)
                 perform x-trc-togli-punto
              end-if
           end-perform

           if x-trc-n-tok < 3
              exit paragraph
           end-if
           if x-trc-tok (1) (1:1) not numeric
              exit paragraph
           end-if
           if x-trc-tok (1) = "66" or
              x-trc-tok (1) = "78" or
              x-trc-tok (1) = "88"
              exit paragraph
           end-if

           move x-trc-tok (2)            to x-trc-nome
           if x-trc-nome = "filler"     or
              x-trc-nome = "pic"        or
              x-trc-nome = "picture"    or
              x-trc-nome = "redefines"  or
              x-trc-nome = "occurs"     or
              x-trc-nome = "value"      or
              x-trc-nome = "usage"
              exit paragraph
           end-if

           move spaces                   to x-trc-pic
           move 2                        to x-trc-t
           perform with test before until x-trc-t = x-trc-n-tok
              add 1                      to x-trc-t
              if x-trc-tok (x-trc-t) = "pic" or
                 x-trc-tok (x-trc-t) = "picture"
                 if x-trc-t < x-trc-n-tok
                    add 1                to x-trc-t
                    if x-trc-tok (x-trc-t) = "is" and
                       x-trc-t < x-trc-n-tok
                       add 1             to x-trc-t
                    end-if
                    move x-trc-tok (x-trc-t) to x-trc-pic
                 end-if
                 exit perform
              end-if
           end-perform
           if x-trc-pic = spaces
              exit paragraph
           end-if

           perform x-trc-analizza-pic

           if x-trc-n-cmp = k-max-trc-campi
              move "S"                   to x-trc-overflow
              exit paragraph
           end-if
           add 1                         to x-trc-n-cmp
           move x-trc-nome           to x-trc-cmp-nome (x-trc-n-cmp)
           move x-trc-file           to x-trc-cmp-file (x-trc-n-cmp)
           move x-trc-pic            to x-trc-cmp-pic (x-trc-n-cmp)
           move x-trc-tipo           to x-trc-cmp-tipo (x-trc-n-cmp)
           move x-trc-interi         to x-trc-cmp-interi (x-trc-n-cmp)
           move x-trc-dec            to x-trc-cmp-dec (x-trc-n-cmp)
           move x-trc-segno          to x-trc-cmp-segno (x-trc-n-cmp)
           move x-trc-lung           to x-trc-cmp-lung (x-trc-n-cmp)
           .

      **---------------------------------------------------------------**
      ** Il punto che chiude la descrizione resta attaccato
      ** all'ultima parola: lo tolgo
      **---------------------------------------------------------------**
       x-trc-togli-punto.
           move 0                        to x-trc-spazi
           move function reverse(x-trc-tk) to x-trc-tk-rev
           inspect x-trc-tk-rev tallying x-trc-spazi
              for leading spaces
           compute x-trc-len = 60 - x-trc-spazi
           if x-trc-len > 0
              if x-trc-tk (x-trc-len:1) = "."
                 move space   to x-trc-tok (x-trc-n-tok) (x-trc-len:1)
              end-if
           end-if
           .

      **---------------------------------------------------------------**
      ** Analisi della PIC X-TRC-PIC: tipo (numerico se non ci sono
      ** X/A/N), cifre intere e decimali (dopo la V, o dopo la
      ** virgola delle PIC editate), segno (S, + o -), lunghezza.
      ** Le ripetizioni "(n)" valgono per il carattere precedente
      **---------------------------------------------------------------**
       x-trc-analizza-pic.
           move "N"                      to x-trc-tipo
           move "N"                      to x-trc-segno
           move "N"                      to x-trc-in-dec
           move 0                        to x-trc-interi
                                            x-trc-dec
                                            x-trc-lung
           move 1                        to x-trc-c
           perform with test before until x-trc-c > 30
              move x-trc-pic (x-trc-c:1) to x-trc-car
              if x-trc-car = space
                 exit perform
              end-if
              move 1                     to x-trc-rip
              if x-trc-c < 30
                 if x-trc-pic (x-trc-c + 1:1) = "("
                    add 1                to x-trc-c
                    move 0               to x-trc-rip
                    perform with test before until x-trc-c = 30
                       add 1             to x-trc-c
                       if x-trc-pic (x-trc-c:1) not numeric
                          exit perform
                       end-if
                       move x-trc-pic (x-trc-c:1) to x-trc-cifra
                       compute x-trc-rip = x-trc-rip * 10 + x-trc-cifra
                    end-perform
                 end-if
              end-if
              evaluate x-trc-car
               when "s"
                 move "S"                to x-trc-segno
               when "v"
                 move "S"                to x-trc-in-dec
               when ","
                 move "S"                to x-trc-in-dec
                 add x-trc-rip           to x-trc-lung
               when "9"
               when "z"
               when "*"
                 if x-trc-in-dec = "S"
                    add x-trc-rip        to x-trc-dec
                  else
                    add x-trc-rip        to x-trc-interi
                 end-if
                 add x-trc-rip           to x-trc-lung
               when "x"
               when "a"
               when "n"
                 move "A"                to x-trc-tipo
                 add x-trc-rip           to x-trc-lung
               when "+"
               when "-"
                 move "S"                to x-trc-segno
                 add x-trc-rip           to x-trc-lung
               when "p"
                 continue
               when other
                 add x-trc-rip           to x-trc-lung
              end-evaluate
              add 1                      to x-trc-c
           end-perform
           .

      *---------------------------------------------------------------**
      * Controllo corrente di SCRFIELD: solo i controlli di dato con
      * nome. Confronto con ogni campo dei tracciati con lo stesso
      * nome (senza distinguere maiuscole e minuscole)
      *---------------------------------------------------------------**
       x-trc-controllo.
           if fld-nome = spaces
              exit paragraph
           end-if
           move "N"                      to x-trc-ctl-segno
           evaluate fld-tip
            when k-ctr-alfanumerico
            when k-ctr-note
              move "A"                   to x-trc-ctl-tipo
            when k-ctr-numero
              move "N"                   to x-trc-ctl-tipo
            when k-ctr-valore
              move "N"                   to x-trc-ctl-tipo
      * i prezzi (acquisto/vendita) non hanno segno; un importo puo`
      * averlo o no, e il controllo non lo dice: segno non confrontato
              if fld-u10-tipo-dato not = "A" and
                 fld-u10-tipo-dato not = "V"
                 move spaces             to x-trc-ctl-segno
              end-if
            when k-ctr-data
              move "D"                   to x-trc-ctl-tipo
            when k-ctr-ora
              move "O"                   to x-trc-ctl-tipo
            when other
              exit paragraph
           end-evaluate

           move function lower-case(fld-nome) to x-trc-cerca
           move "N"                      to x-trc-trovato
           move 0                        to x-trc-k
           perform with test before until x-trc-k = x-trc-n-cmp
              add 1                      to x-trc-k
              if x-trc-cmp-nome (x-trc-k) = x-trc-cerca
                 move "S"                to x-trc-trovato
                 perform x-trc-confronta
              end-if
           end-perform

           if x-trc-trovato = "N"
              move "NESSUN CAMPO CON QUESTO NOME NEI FILE DEL PROGRAMMA"
                                         to x-trc-anomalia
              move spaces                to x-trc-rep-file
                                            x-trc-rep-pic
              perform x-trc-scrivi
           end-if
           .

      **---------------------------------------------------------------**
      ** Confronto del controllo con il campo X-TRC-K. Per i numeri
      ** FLD-SIZE sono le cifre totali e FLD-SIZE-DEC le decimali;
      ** per i valori FLD-SIZE-DEC = 99 vuol dire decimali secondo
      ** la divisa (editing U10): cifre intere e decimali non si
      ** confrontano. Segno spazio = non confrontato. Per le date
      ** FLD-SIZE e` la dimensione a video: gg/mm/aaaa = 8 cifre,
      ** mm/aaaa = 6, aaaa e gg/mm = 4
      **---------------------------------------------------------------**
       x-trc-confronta.
           move x-trc-cmp-file (x-trc-k) to x-trc-rep-file
           move x-trc-cmp-pic (x-trc-k)  to x-trc-rep-pic

           evaluate x-trc-ctl-tipo
            when "A"
              if x-trc-cmp-tipo (x-trc-k) not = "A"
                 move "CONTROLLO ALFANUMERICO SU CAMPO NUMERICO"
                                         to x-trc-anomalia
                 perform x-trc-scrivi
               else
                 if fld-size not = x-trc-cmp-lung (x-trc-k)
                    move "LUNGHEZZA DIVERSA" to x-trc-anomalia
                    perform x-trc-scrivi
                 end-if
              end-if
            when "N"
              if x-trc-cmp-tipo (x-trc-k) = "A"
                 move "CONTROLLO NUMERICO SU CAMPO ALFANUMERICO"
                                         to x-trc-anomalia
                 perform x-trc-scrivi
                 exit paragraph
              end-if
              if fld-size-dec not = 99
                 if fld-size > fld-size-dec
                    compute x-trc-ctl-interi = fld-size - fld-size-dec
                  else
                    move 0               to x-trc-ctl-interi
                 end-if
                 if x-trc-ctl-interi not = x-trc-cmp-interi (x-trc-k)
                    move "CIFRE INTERE DIVERSE" to x-trc-anomalia
                    perform x-trc-scrivi
                 end-if
                 if fld-size-dec not = x-trc-cmp-dec (x-trc-k)
                    move "DECIMALI DIVERSI" to x-trc-anomalia
                    perform x-trc-scrivi
                 end-if
              end-if
              if x-trc-ctl-segno not = spaces and
                 x-trc-ctl-segno not = x-trc-cmp-segno (x-trc-k)
                 if x-trc-ctl-segno = "S"
                    move "CONTROLLO CON SEGNO SU CAMPO SENZA SEGNO"
                                         to x-trc-anomalia
                  else
                    move "CONTROLLO SENZA SEGNO SU CAMPO CON SEGNO"
                                         to x-trc-anomalia
                 end-if
                 perform x-trc-scrivi
              end-if
            when "D"
              if x-trc-cmp-tipo (x-trc-k) = "A"
                 move "DATA SU CAMPO ALFANUMERICO" to x-trc-anomalia
                 perform x-trc-scrivi
                 exit paragraph
              end-if
              evaluate fld-size
               when 7
                 move 6                  to x-trc-ctl-cifre
               when 4
               when 5
                 move 4                  to x-trc-ctl-cifre
               when other
                 move 8                  to x-trc-ctl-cifre
              end-evaluate
              if x-trc-ctl-cifre not = x-trc-cmp-interi (x-trc-k) +
                                       x-trc-cmp-dec (x-trc-k)
                 move "CIFRE DELLA DATA DIVERSE" to x-trc-anomalia
                 perform x-trc-scrivi
              end-if
            when "O"
              if x-trc-cmp-tipo (x-trc-k) = "A"
                 move "ORA SU CAMPO ALFANUMERICO" to x-trc-anomalia
                 perform x-trc-scrivi
              end-if
           end-evaluate
           .

      **---------------------------------------------------------------**
      ** Riga di report per il controllo corrente (FLD-REC vuoto =
      ** anomalia del programma, non di un controllo)
      **---------------------------------------------------------------**
       x-trc-scrivi.
           add 1                         to x-trc-n-anomalie
           move fld-size                 to zeta4
           move fld-size-dec             to zeta2
           initialize e1-riga-report
           string scrtrac-pac            delimited " "  ";"
              delimited size
              x-trc-prg                  delimited " "  ";"
              delimited size
              fld-frm                    delimited size ";"
              delimited size
              fld-pag                    delimited size ";"
              delimited size
              fld-id                     delimited size ";"
              delimited size
              fld-nome                   delimited " "  ";"
              delimited size
              fld-tip                    delimited " "  ";"
              delimited size
              zeta4                      delimited size ";"
              delimited size
              zeta2                      delimited size ";"
              delimited size
              fld-u10-tipo-dato          delimited " "  ";"
              delimited size
              x-trc-rep-file             delimited " "  ";"
              delimited size
              x-trc-rep-pic              delimited " "  ";"
              delimited size
              x-trc-anomalia             delimited "  "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Paragrafi di I/O minimi (stesso schema di SCRFLD.PRC) per gli
      * archivi che questo programma apre
      *---------------------------------------------------------------**
       st-scrfield-notmin.
           start scrfield key is >= fld-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrfield.
           read scrfield next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       st-scrpgfil-notmin.
           start scrpgfil key is >= pgf-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrpgfil.
           read scrpgfil next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       rd-scrfiles.
           read scrfiles
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
      *
       fine.
       z-chiudi.
           exit program.
      *
       copy "stato.cpy".
       copy "stato1.cpy".
       copy "winmsg.cpy".
       copy "grave.cpy".
       copy "util1.cpy".
      *
       end program.
