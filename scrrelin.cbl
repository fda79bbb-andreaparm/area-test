      ** salvati nei files bak*.arc della stessa cartella del
      ** rilascio: con PAR-APPLICA = "R" la copia di sicurezza
      ** viene ripristinata (RELPROG compresa) e l'installazione
      ** torna com'era prima del rilascio.
      ** Un rilascio cumulativo (elenco relcum.txt nella
      ** cartella) e` un'unica installazione: deve contenere
      ** esattamente i programmi dell'elenco, la sostituzione dei
      ** programmi gia` presenti si conferma una volta sola e, se
      ** l'applicazione da` errori, la copia di sicurezza viene
      ** ripristinata subito: o tutti i programmi o nessuno.
      ** Ogni applicazione, rifiuto o ripristino lascia una
      ** ricevuta in SCRRICEV (scrricev.log in SCR-DIR) da
      ** riportare in sede per il registro installazioni
      **------------------------------------------------------**
      *
       environment division.
           copy "scrscnlog.fd".
           copy "exparc.fd".
           copy "bakarc.fd".
           copy "relcum.fd".
           copy "screxpcat.fd".
           copy "scrricev.fd".
      *
       data division.
       file section.
      *
       fd bakrelprg label record standard.
       copy "relprog.cpy" replacing leading "prg-" by "bpr-".
      *
       fd relcum label record standard.
       copy "relcum.cpy".
      *
       fd screxpcat label record standard.
       copy "screxpcat.cpy".
      *
       fd scrricev label record standard.
       copy "scrricev.cpy".
      *
       working-storage section.
      *kostanti
       77 w-nome-relprog                 pic x(70).
       77 w-nome-scrlock                 pic x(70).
       77 w-nome-scrscnlog               pic x(70).
       77 w-nome-relcum                  pic x(70).
       77 w-nome-screxpcat               pic x(70).
       77 w-nome-scrricev                pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

           03 x-rel-t-prg                pic x(20).
           03 x-rel-t-presente           pic x(01).
           03 x-rel-t-sostituisci        pic x(01).
           03 x-rel-t-ver-vec            pic 9(04).
           03 x-rel-t-ver-nuo            pic 9(04).
       77 x-rel-prg-overflow             pic x(01).

      **---------------------------------------------------------------**
           03 x-rel-t-tml                pic x(08).
       77 x-rel-tml-overflow             pic x(01).

      **---------------------------------------------------------------**
      ** Elenco dei programmi di un rilascio cumulativo (relcum.txt)
      **---------------------------------------------------------------**
       77 x-fl-cumulativo                pic x(01).
       01 x-cum-cliente                  pic x(30).
       77 x-cum-data                     pic 9(08).
       77 x-cum-ora                      pic 9(08).
       78 k-max-cum-prg                  value 500.
       77 x-cum-n                        pic 9(04).
       77 x-cum-i                        pic 9(04).
       01 x-cum-tab.
         02 x-cum-ele occurs k-max-cum-prg times.
           03 x-cum-t-pac                pic x(08).
           03 x-cum-t-prg                pic x(20).
       77 x-cum-overflow                 pic x(01).
       77 x-cum-errori-applica           pic 9(08).
       77 x-cum-errori-ripristino        pic 9(08).

      **---------------------------------------------------------------**
      ** Ricevuta di installazione (SCRRICEV): identita`
      ** dell'installazione e rilascio del catalogo SCREXPCAT della
      ** cartella di arrivo (se c'e`)
      **---------------------------------------------------------------**
       01 x-ric-cliente                  pic x(30).
       01 x-ric-postazione               pic x(20).
       01 x-ric-cartella                 pic x(70).
       01 x-ric-arrivo                   pic x(70).
       77 x-ric-esito                    pic x(01).
       77 x-ric-quale                    pic x(01).
       77 x-ric-ver                      pic 9(04).
       77 x-ric-cat-data                 pic 9(08).
       77 x-ric-cat-ora                  pic 9(08).
       77 x-ric-cat-pac                  pic x(08).
       77 x-ric-cat-prg                  pic x(20).
       77 x-ric-ora                      pic 9(08).
       77 x-ric-k                        pic 9(04).
       77 x-ric-slash                    pic 9(04).
       01 x-ric-s-operatore              pic x(20).
       01 x-ric-s-data                   pic x(08).
       01 x-ric-s-ora                    pic x(08).
       01 x-ric-s-pac                    pic x(08).
       01 x-ric-s-prg                    pic x(20).
       01 x-ric-s-dir                    pic x(70).
       01 x-ric-s-pezzo                  pic x(70).

      **---------------------------------------------------------------**
      ** Contatori di inventario, collisioni e applicazione
      **---------------------------------------------------------------**
           accept datasis              from century-date
           accept orasis               from time

           perform x-identita-ricevuta

      **---------------------------------------------------------------**
      ** Apertura files del rilascio (sola lettura)
      **---------------------------------------------------------------**
           move "Fase;Pacchetto;Programma;Dettaglio" to scn-rec
           write scn-rec

           perform x-leggi-cumulativo
           perform x-mostra-contenuto

      **---------------------------------------------------------------**
           end-if

           if x-rel-collisioni > 0
              move "V"                   to x-ric-quale
              perform x-leggi-versioni
              move "C"                   to x-ric-esito
              perform x-scrivi-ricevuta
              move x-rel-collisioni      to zeta8a
              initialize wb-msg
              string "Trovate " zeta8a " collisioni: installazione rifiu
              end-if
           end-if

           move "V"                      to x-ric-quale
           perform x-leggi-versioni

           perform x-apri-bak-output
           if x-fl-apertura-ko = "S"
              move "F"                   to x-ric-esito
              perform x-scrivi-ricevuta
              go to fine-chiusura
           end-if
           perform x-salva-relprog

           perform x-applica

           if x-fl-cumulativo = "S" and
              x-rel-errori > 0
              perform x-annulla-cumulativo
              go to fine-chiusura
           end-if

           if x-rel-errori = 0
              move "I"                   to x-ric-esito
            else
              move "E"                   to x-ric-esito
           end-if
           perform x-scrivi-ricevuta

           move x-rel-applicati          to zeta8a
           move x-rel-errori             to zeta8b
           initialize wb-msg
           perform vbx-msg-error
           .

      *---------------------------------------------------------------**
      * Elenco relcum.txt: se c'e` il rilascio e` cumulativo (piu`
      * programmi per un cliente, da applicare come uno solo)
      *---------------------------------------------------------------**
       x-leggi-cumulativo.
           move "N"                     to x-fl-cumulativo
           move 0                       to x-cum-n
           move "N"                     to x-cum-overflow
           move spaces                  to x-cum-cliente
           move 0                       to x-cum-data
           move 0                       to x-cum-ora

           initialize w-nome-relcum
           string par-dir             delimited " "
              ext-os-slash "relcum.txt" delimited size
                                 into w-nome-relcum
           open input relcum
           if stato not = "00"
              exit paragraph
           end-if
           move "S"                     to x-fl-cumulativo

           perform with test before until stato not = "00"
              read relcum
                 at end move "10"       to stato
               not at end
                 evaluate rcm-tipo
                  when "T"
                    move rcm-cliente    to x-cum-cliente
                    move rcm-data       to x-cum-data
                    move rcm-ora        to x-cum-ora
                  when "P"
                    if x-cum-n < k-max-cum-prg
                       add 1            to x-cum-n
                       move rcm-pac     to x-cum-t-pac (x-cum-n)
                       move rcm-prg     to x-cum-t-prg (x-cum-n)
                     else
                       move "S"         to x-cum-overflow
                    end-if
                 end-evaluate
              end-read
           end-perform
           close relcum

           move x-cum-n                 to zeta8a
           initialize e1-riga-report
           string "INVENTARIO;;;rilascio cumulativo per il cliente "
              delimited size
              x-cum-cliente             delimited "  "
              " del "                   delimited size
              x-cum-data                delimited size
              " "                       delimited size
              x-cum-ora                 delimited size
              ": "                      delimited size
              zeta8a                    delimited size
              " programmi in elenco"    delimited size
                                     into e1-riga-report
           move e1-riga-report          to scn-rec
           write scn-rec
           .

      **---------------------------------------------------------------**
      ** Il contenuto dei files exp*.arc deve coincidere con l'elenco:
      ** un programma mancante o in piu` vuol dire cartella
      ** incompleta o rimaneggiata, quindi collisione
      **---------------------------------------------------------------**
       x-verifica-cumulativo.
           if x-cum-overflow = "S"
              add 1                     to x-rel-collisioni
              move "COLLISIONE;;;elenco del rilascio cumulativo oltre il
      -        " massimo gestito"       to scn-rec
              write scn-rec
           end-if

           move 0                       to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                     to x-cum-i
              move "N"                  to x-rel-trovato
              move 0                    to x-rel-p
              perform with test before until x-rel-p = x-rel-n-prg
                 add 1                  to x-rel-p
                 if x-rel-t-pac (x-rel-p) = x-cum-t-pac (x-cum-i) and
                    x-rel-t-prg (x-rel-p) = x-cum-t-prg (x-cum-i)
                    move "S"            to x-rel-trovato
                    move x-rel-n-prg    to x-rel-p
                 end-if
              end-perform
              if x-rel-trovato = "N"
                 add 1                  to x-rel-collisioni
                 initialize e1-riga-report
                 string "COLLISIONE;"     delimited size
                    x-cum-t-pac (x-cum-i) delimited " "  ";"
                                          delimited size
                    x-cum-t-prg (x-cum-i) delimited " "
                    ";programma dell'elenco cumulativo assente dal rilas
      -             "cio"                delimited size
                                     into e1-riga-report
                 move e1-riga-report  to scn-rec
                 write scn-rec
              end-if
           end-perform

           move 0                       to x-rel-p
           perform with test before until x-rel-p = x-rel-n-prg
              add 1                     to x-rel-p
              move "N"                  to x-rel-trovato
              move 0                    to x-cum-i
              perform with test before until x-cum-i = x-cum-n
                 add 1                  to x-cum-i
                 if x-rel-t-pac (x-rel-p) = x-cum-t-pac (x-cum-i) and
                    x-rel-t-prg (x-rel-p) = x-cum-t-prg (x-cum-i)
                    move "S"            to x-rel-trovato
                    move x-cum-n        to x-cum-i
                 end-if
              end-perform
              if x-rel-trovato = "N"
                 add 1                  to x-rel-collisioni
                 initialize e1-riga-report
                 string "COLLISIONE;"     delimited size
                    x-rel-t-pac (x-rel-p) delimited " "  ";"
                                          delimited size
                    x-rel-t-prg (x-rel-p) delimited " "
                    ";programma non compreso nell'elenco cumulativo"
                                          delimited size
                                     into e1-riga-report
                 move e1-riga-report  to scn-rec
                 write scn-rec
              end-if
           end-perform
           .

      **---------------------------------------------------------------**
      ** Sostituzione dei programmi gia` presenti: una conferma sola,
      ** chiesta dopo tutti i controlli e solo se nessuno ha
      ** rifiutato il rilascio
      **---------------------------------------------------------------**
       x-conferma-cumulativo.
           if par-applica = "S"  and
              x-rel-presenti > 0 and
              x-rel-collisioni = 0
              move x-rel-presenti       to zeta8a
              initialize wb-msg
              string "Il rilascio cumulativo sostituisce " zeta8a
                 " programmi gia` presenti: li sostituisco tutti con la 
      -          "versione del rilascio?" delimited size into wb-msg
              perform acc-conf-custom
              if not f3
                 add 1                  to x-rel-collisioni
              end-if
           end-if
           .

      *---------------------------------------------------------------**
      * Fase 1: inventario del rilascio - pacchetti, programmi, forms
      * e numero di record per archivio, su report e a video
                                        into e1-riga-report
                    move e1-riga-report to scn-rec
                    write scn-rec
      * rilascio cumulativo: la sostituzione si conferma una volta
      * sola per tutti i programmi, dopo il giro
                    if par-applica = "S" and
                       x-fl-cumulativo = "S"
                       move "S"    to x-rel-t-sostituisci (x-rel-p)
                     else
                       if par-applica = "S"
                          initialize wb-msg
                          string "Il programma " delimited size
                             scr-pac             delimited " "  "/"
                                                 delimited size
                             scr-prg             delimited " "
                             " e` gia` presente: lo sostituisco con la v
      -                      "ersione del rilascio?" delimited size
                                            into wb-msg
                          perform acc-conf-custom
                          if f3
                             move "S" to x-rel-t-sostituisci (x-rel-p)
                           else
                             add 1    to x-rel-collisioni
                          end-if
                        else
                          add 1       to x-rel-collisioni
                       end-if
                    end-if
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi

           if x-fl-cumulativo = "S"
              perform x-verifica-cumulativo
           end-if

      **---------------------------------------------------------------**
      ** Conflitti di ID assoluto con i campi locali dei programmi
      ** che NON fanno parte del rilascio
              move e1-riga-report       to scn-rec
              write scn-rec
           end-if

           if x-fl-cumulativo = "S"
              perform x-conferma-cumulativo
           end-if
           .

      **---------------------------------------------------------------**
              exit paragraph
           end-if

           move "V"                      to x-ric-quale
           perform x-leggi-versioni
           perform x-ripristina-tutto
           move "R"                      to x-ric-esito
           perform x-scrivi-ricevuta
           .

      **---------------------------------------------------------------**
      ** Ripristino vero e proprio (da X-ROLLBACK dopo la conferma, o
      ** subito da X-ANNULLA-CUMULATIVO)
      **---------------------------------------------------------------**
       x-ripristina-tutto.
           move 0                       to x-rel-ripristinati
           move 0                       to x-rel-cancellati
           move 0                       to x-rel-errori
           end-if
           .

      *---------------------------------------------------------------**
      * Rilascio cumulativo applicato con errori: la copia di sicurezza
      * appena scritta viene riaperta in lettura e ripristinata senza
      * chiedere niente, perche` il rilascio vale solo per intero
      *---------------------------------------------------------------**
       x-annulla-cumulativo.
           move x-rel-errori            to x-cum-errori-applica
           close bakforms bakfmpag bakfield bakfldex bakfldvf
                 bakfldrl bakfldly bakpgmsg bakpgfil bakrelprg
           move "N"                     to x-fl-apertura-ko
           perform x-apri-bak-input
           if x-fl-apertura-ko = "S"
              move "Rilascio cumulativo applicato con errori e copia di 
      -        "sicurezza non rileggibile: ripristinare con PAR-APPLICA 
      -        "= 'R'!!"              to wb-msg
              perform vbx-msg-error
              move "E"                  to x-ric-esito
              perform x-scrivi-ricevuta
              exit paragraph
           end-if

           initialize e1-riga-report
           move x-cum-errori-applica    to zeta8a
           string "RIPRISTINO;;;rilascio cumulativo applicato con "
              delimited size
              zeta8a                    delimited size
              " errori: annullato per intero" delimited size
                                     into e1-riga-report
           move e1-riga-report          to scn-rec
           write scn-rec

           perform x-ripristina-tutto
      * sulla ricevuta restano gli errori di applicazione
           move x-rel-errori            to x-cum-errori-ripristino
           move x-cum-errori-applica    to x-rel-errori
           if x-cum-errori-ripristino > 0
              move "E"                  to x-ric-esito
            else
              move "F"                  to x-ric-esito
           end-if
           perform x-scrivi-ricevuta

           move x-cum-errori-applica    to zeta8a
           initialize wb-msg
           if x-cum-errori-ripristino > 0
              move x-cum-errori-ripristino to zeta8b
              string "Rilascio cumulativo NON installato: " zeta8a
                 " errori in applicazione e " zeta8b
                 " errori nel ripristino: verificare l'installazione (ve
      -          "di "                  delimited size
                 w-nome-scrscnlog        delimited " "
                 ")"                     delimited size into wb-msg
            else
              string "Rilascio cumulativo NON installato: " zeta8a
                 " errori in applicazione, installazione riportata com'e
      -          "ra (vedi "            delimited size
                 w-nome-scrscnlog        delimited " "
                 ")"                     delimited size into wb-msg
           end-if
           perform vbx-msg-error
           .

      *---------------------------------------------------------------**
      * Apertura (sola lettura) dei files bak*.arc scritti al momento
      * dell'applicazione del rilascio
           end-perform
           move k-verbo-ok              to statusfi
           .

      *---------------------------------------------------------------**
      * Identita` dell'installazione per la ricevuta: cliente dalla
      * variabile SCR-CLIENTE (in maiuscolo, come nel catalogo dei
      * rilasci cumulativi), postazione dall'ambiente, rilascio
      * dall'ultimo pezzo della cartella e dalla riga del catalogo
      * SCREXPCAT copiato nella cartella di arrivo, se presente
      *---------------------------------------------------------------**
       x-identita-ricevuta.
           initialize x-ric-cliente x-ric-postazione x-ric-cartella
                      x-ric-arrivo x-ric-cat-pac x-ric-cat-prg
           move 0                       to x-ric-cat-data
           move 0                       to x-ric-cat-ora
           accept x-ric-cliente       from environment "SCR-CLIENTE"
           inspect x-ric-cliente converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           accept x-ric-postazione    from environment "COMPUTERNAME"
           if x-ric-postazione = " "
              accept x-ric-postazione from environment "HOSTNAME"
           end-if

           move 0                       to x-ric-slash
           move 0                       to x-ric-k
           perform with test before until x-ric-k = 70
              add 1                     to x-ric-k
              if par-dir (x-ric-k:1) = "\" or
                 par-dir (x-ric-k:1) = "/"
                 move x-ric-k           to x-ric-slash
              end-if
           end-perform
           if x-ric-slash = 0
              move par-dir              to x-ric-cartella
              exit paragraph
           end-if
           move par-dir (x-ric-slash + 1:) to x-ric-cartella
           if x-ric-slash > 1
              move par-dir (1:x-ric-slash - 1) to x-ric-arrivo
           end-if

           initialize w-nome-screxpcat
           string x-ric-arrivo        delimited " "
              ext-os-slash "screxpcat.log" delimited size
                                 into w-nome-screxpcat
           open input screxpcat
           if stato not = "00"
              exit paragraph
           end-if
           perform with test before until stato not = "00"
              read screxpcat
                 at end move "10"       to stato
               not at end
                 perform x-ricevuta-riga-catalogo
              end-read
           end-perform
           close screxpcat
           .

       x-ricevuta-riga-catalogo.
           initialize x-ric-s-operatore x-ric-s-data x-ric-s-ora
                      x-ric-s-pac x-ric-s-prg x-ric-s-dir
           unstring xct-rec delimited by ";"
              into x-ric-s-operatore
                   x-ric-s-data
                   x-ric-s-ora
                   x-ric-s-pac
                   x-ric-s-prg
                   x-ric-s-dir
           end-unstring
           if x-ric-s-data not numeric
              exit paragraph
           end-if
           move 0                       to x-ric-slash
           move 0                       to x-ric-k
           perform with test before until x-ric-k = 70
              add 1                     to x-ric-k
              if x-ric-s-dir (x-ric-k:1) = "\" or
                 x-ric-s-dir (x-ric-k:1) = "/"
                 move x-ric-k           to x-ric-slash
              end-if
           end-perform
           move x-ric-s-dir (x-ric-slash + 1:) to x-ric-s-pezzo
           if x-ric-s-pezzo = x-ric-cartella
              move x-ric-s-data         to x-ric-cat-data
              if x-ric-s-ora numeric
                 move x-ric-s-ora       to x-ric-cat-ora
              end-if
              move x-ric-s-pac          to x-ric-cat-pac
              move x-ric-s-prg          to x-ric-cat-prg
           end-if
           .

      **---------------------------------------------------------------**
      ** Versione locale (SCR-VERSIONE della prima form) di ogni
      ** programma del rilascio: X-RIC-QUALE "V" = prima
      ** dell'operazione, "N" = dopo; 0 = programma assente
      **---------------------------------------------------------------**
       x-leggi-versioni.
           move 0                       to x-rel-p
           perform with test before until x-rel-p = x-rel-n-prg
              add 1                     to x-rel-p
              move 0                    to x-ric-ver
              initialize scr-rec
              move x-rel-t-pac (x-rel-p) to scr-pac
              move x-rel-t-prg (x-rel-p) to scr-prg
              perform st-scrforms-notmin
              if w-verbo-ok
                 perform rdnxt-scrforms
                 if w-verbo-ok and
                    scr-pac = x-rel-t-pac (x-rel-p) and
                    scr-prg = x-rel-t-prg (x-rel-p)
                    move scr-versione   to x-ric-ver
                 end-if
              end-if
              if x-ric-quale = "V"
                 move x-ric-ver      to x-rel-t-ver-vec (x-rel-p)
               else
                 move x-ric-ver      to x-rel-t-ver-nuo (x-rel-p)
              end-if
           end-perform
           move k-verbo-ok              to statusfi
           .

      *---------------------------------------------------------------**
      * Ricevuta di installazione: testata con l'esito (X-RIC-ESITO)
      * e una riga per programma con la versione prima e dopo, in
      * coda a scrricev.log nella cartella SCR-DIR
      *---------------------------------------------------------------**
       x-scrivi-ricevuta.
           move "N"                     to x-ric-quale
           perform x-leggi-versioni
           if x-ric-cliente = spaces
              move x-cum-cliente        to x-ric-cliente
           end-if
           if x-ric-cliente = spaces
              move "NON DEFINITO"       to x-ric-cliente
           end-if
           accept x-ric-ora           from time

           initialize w-nome-scrricev
           string ext-scr-dir         delimited " "
              ext-os-slash "scrricev.log" delimited size
                                 into w-nome-scrricev
           open extend scrricev
           if stato = "35"
              open output scrricev
           end-if
           if stato not = "00"
              initialize e1-riga-report
              string "RICEVUTA;;;non scrivibile: " delimited size
                 w-nome-scrricev        delimited " "
                 "; stato "             delimited size
                 stato                  delimited size
                                     into e1-riga-report
              move e1-riga-report       to scn-rec
              write scn-rec
              exit paragraph
           end-if

           initialize ric-rec
           move "T"                     to ric-tipo
           move x-ric-cliente           to ric-cliente
           move x-ric-postazione        to ric-postazione
           move datasis                 to ric-data
           move x-ric-ora               to ric-ora
           move x-ric-cartella          to ric-cartella
           move x-ric-esito             to ric-esito
           move k-program-id            to ric-installatore
           move x-ric-cat-data          to ric-cat-data
           move x-ric-cat-ora           to ric-cat-ora
           move x-ric-cat-pac           to ric-cat-pac
           move x-ric-cat-prg           to ric-cat-prg
           move x-rel-n-prg             to ric-n-prg
           move x-rel-errori            to ric-n-errori
           write ric-rec

           move 0                       to x-rel-p
           perform with test before until x-rel-p = x-rel-n-prg
              add 1                     to x-rel-p
              initialize ric-programma
              move "P"                  to ric-tipo
              move x-rel-t-pac (x-rel-p) to ric-pac
              move x-rel-t-prg (x-rel-p) to ric-prg
              move x-rel-t-ver-vec (x-rel-p) to ric-ver-vec
              move x-rel-t-ver-nuo (x-rel-p) to ric-ver-nuo
              write ric-rec
           end-perform
           close scrricev

           initialize e1-riga-report
           string "RICEVUTA;;;esito "   delimited size
              x-ric-esito               delimited size
              " in "                    delimited size
              w-nome-scrricev           delimited " "
                                     into e1-riga-report
           move e1-riga-report          to scn-rec
           write scn-rec
           .
      *
       fine.
       z-chiudi.
