      ** censimento RELPROG) e scrive un report con l'esito di
      ** ogni rilascio. Una collisione non apre mai un box di
      ** messaggio: a seconda del parametro il rilascio viene
      ** saltato o la coda si ferma.
      ** Un rilascio cumulativo (elenco relcum.txt nella
      ** cartella) vale solo per intero: contenuto diverso
      ** dall'elenco = collisione, errori in applicazione =
      ** copia di sicurezza ripristinata subito e rilascio
      ** lasciato in coda come non applicato.
      ** Un rilascio che contiene programmi non approvati in
      ** revisione (assenti da relappr.txt nella cartella) viene
      ** rifiutato come una collisione, con ricevuta a parte.
      ** Ogni rilascio elaborato lascia una ricevuta in SCRRICEV
      ** (scrricev.log in SCR-DIR) da riportare in sede per il
      ** registro installazioni
      **------------------------------------------------------**
      *
       environment division.
           copy "screxpcat.fd".
           copy "exparc.fd".
           copy "bakarc.fd".
           copy "relcum.fd".
           copy "scrricev.fd".
           copy "relappr.fd".
           select relflg assign to w-nome-relflg
               organization line sequential
               file status is stato.
      *
       fd relflg label record standard.
       01 flg-rec                        pic x(80).
      *
       fd relcum label record standard.
       copy "relcum.cpy".
      *
       fd scrricev label record standard.
       copy "scrricev.cpy".
      *
       fd relappr label record standard.
       copy "relappr.cpy".
      *
       working-storage section.
      *kostanti
       77 w-nome-scrscnlog               pic x(70).
       77 w-nome-screxpcat               pic x(70).
       77 w-nome-relflg                  pic x(70).
       77 w-nome-relcum                  pic x(70).
       77 w-nome-scrricev                pic x(70).
       77 w-nome-relappr                 pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

           03 x-rel-t-pac                pic x(08).
           03 x-rel-t-prg                pic x(20).
           03 x-rel-t-presente           pic x(01).
           03 x-rel-t-ver-vec            pic 9(04).
           03 x-rel-t-ver-nuo            pic 9(04).
       77 x-rel-prg-overflow             pic x(01).

       78 k-max-rel-ids                  value 5000.
           03 x-rel-t-tml                pic x(08).
       77 x-rel-tml-overflow             pic x(01).

      **---------------------------------------------------------------**
      ** Elenco dei programmi di un rilascio cumulativo (relcum.txt,
      ** stesso controllo di SCRRELIN)
      **---------------------------------------------------------------**
       77 x-fl-cumulativo                pic x(01).
       01 x-cum-cliente                  pic x(30).
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
      ** Approvazioni dei programmi del rilascio corrente (relappr.txt
      ** scritto da SCRFLD): un programma che non vi compare non e`
      ** stato approvato in revisione
      **---------------------------------------------------------------**
       77 x-app-n                        pic 9(04).
       77 x-app-i                        pic 9(04).
       01 x-app-tab.
         02 x-app-ele occurs k-max-rel-prg times.
           03 x-app-t-pac                pic x(08).
           03 x-app-t-prg                pic x(20).
       77 x-app-trovato                  pic x(01).
       77 x-app-mancanti                 pic 9(08).
       01 x-app-primo                    pic x(20).

      **---------------------------------------------------------------**
      ** Ricevuta di installazione (SCRRICEV), come SCRRELIN
      **---------------------------------------------------------------**
       01 x-ric-cliente                  pic x(30).
       01 x-ric-postazione               pic x(20).
       01 x-ric-cartella                 pic x(70).
       77 x-ric-esito                    pic x(01).
       77 x-ric-quale                    pic x(01).
       77 x-ric-ver                      pic 9(04).
       77 x-ric-ora                      pic 9(08).
       77 x-ric-k                        pic 9(04).
       77 x-ric-slash                    pic 9(04).

      **---------------------------------------------------------------**
      ** Contatori di collisione e applicazione del rilascio corrente
      **---------------------------------------------------------------**
       77 x-rel-cancellati               pic 9(08).
       77 x-rel-salvati                  pic 9(08).
       77 x-rel-errori                   pic 9(08).
       77 x-rel-ripristinati             pic 9(08).
       77 x-fl-backup                    pic x(01).
       77 x-fl-apertura-ko               pic x(01).
      * i rilasci prodotti prima delle regole di verifica non hanno
      * expfldrl: assenza = nessuna regola, non errore
       77 x-fl-exp-fldrl                 pic x(01).
       77 x-fl-exp-fldly                 pic x(01).
       77 x-fl-bak-fldrl                 pic x(01).
       77 x-fl-bak-fldly                 pic x(01).
       77 x-rel-pac                      pic x(08).
       77 x-rel-prg                      pic x(20).
       77 x-rel-trovato                  pic x(01).
              string "Parametri insufficienti; necessari:" k-newline
                 "- Cartella di arrivo dei rilasci (con screxpcat.log)"
                 k-newline
                 "- Collisioni o programmi non approvati ('S' = salta il
      -          " rilascio, 'A' = abortisce la coda)"
                                    delimited size into wb-msg
              perform vbx-msg-info
              go to fine
           end-if
           accept datasis              from century-date
           accept orasis               from time

           initialize x-ric-cliente x-ric-postazione
           accept x-ric-cliente       from environment "SCR-CLIENTE"
           inspect x-ric-cliente converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           accept x-ric-postazione    from environment "COMPUTERNAME"
           if x-ric-postazione = " "
              accept x-ric-postazione from environment "HOSTNAME"
           end-if

      **---------------------------------------------------------------**
      ** Apertura archivi locali (stesse aperture di SCRRELIN)
      **---------------------------------------------------------------**
           if x-fl-gia-fatto = "S"
              exit paragraph
           end-if
           move 0                       to x-rel-n-prg
           move 0                       to x-rel-errori
           move "N"                     to x-fl-cumulativo
           move spaces                  to x-cum-cliente

           move "N"                     to x-fl-apertura-ko
           perform x-apri-exp
              add 1                     to x-que-saltati
              perform x-scrivi-esito-dir
              perform x-chiudi-exp
              move "F"                  to x-ric-esito
              perform x-scrivi-ricevuta
              exit paragraph
           end-if

           perform x-leggi-cumulativo
           perform x-censisci-rilascio

      **---------------------------------------------------------------**
      ** Quattro occhi: un rilascio con programmi non approvati non
      ** si applica (stesso trattamento di una collisione)
      **---------------------------------------------------------------**
           perform x-verifica-approvazione
           if x-app-mancanti > 0
              add 1                     to x-que-saltati
              move x-app-mancanti       to zeta8a
              initialize e1-riga-report
              string w-dir-rilascio       delimited " "
                 ";"                      delimited size
                 x-cat-pac (x-cat-i)      delimited " "   ";"
                                          delimited size
                 x-cat-prg (x-cat-i)      delimited " "
                 ";saltato: "             delimited size
                 zeta8a                   delimited size
                 " programmi non approvati (il primo: "
                                          delimited size
                 x-app-primo              delimited " "
                 ")"                      delimited size
                                     into e1-riga-report
              move e1-riga-report       to scn-rec
              write scn-rec
              if par-collisioni = "A"
                 move "S"               to x-que-abortita
              end-if
              perform x-chiudi-exp
              move "V"                  to x-ric-quale
              perform x-leggi-versioni
              move "N"                  to x-ric-esito
              perform x-scrivi-ricevuta
              exit paragraph
           end-if

           perform x-verifica-collisioni

           if x-rel-collisioni > 0
                 move "S"               to x-que-abortita
              end-if
              perform x-chiudi-exp
              move "V"                  to x-ric-quale
              perform x-leggi-versioni
              move "C"                  to x-ric-esito
              perform x-scrivi-ricevuta
              exit paragraph
           end-if

      ** bak*.arc di SCRRELIN, utilizzabili per il ripristino con
      ** SCRRELIN PAR-APPLICA = "R"), poi applicazione vera
      **---------------------------------------------------------------**
           move "V"                     to x-ric-quale
           perform x-leggi-versioni
           perform x-apri-bak-output
           if x-fl-apertura-ko = "S"
              add 1                     to x-que-saltati
              perform x-scrivi-esito-dir
              perform x-chiudi-bak
              perform x-chiudi-exp
              move "F"                  to x-ric-esito
              perform x-scrivi-ricevuta
              exit paragraph
           end-if
           perform x-salva-relprog
           move "S"                     to x-fl-backup
           perform x-applica
           perform x-censisci-relprog

           perform x-chiudi-bak

      **---------------------------------------------------------------**
      ** Rilascio cumulativo con errori: si torna subito alla copia di
      ** sicurezza e il rilascio resta in coda (niente marcatore)
      **---------------------------------------------------------------**
           if x-fl-cumulativo = "S" and
              x-rel-errori > 0
              perform x-annulla-cumulativo
              if par-collisioni = "A"
                 move "S"               to x-que-abortita
              end-if
              perform x-chiudi-exp
              perform x-scrivi-ricevuta
              exit paragraph
           end-if

           perform x-chiudi-exp

      **---------------------------------------------------------------**
                                     into e1-riga-report
           move e1-riga-report          to scn-rec
           write scn-rec

           if x-rel-errori = 0
              move "I"                  to x-ric-esito
            else
              move "E"                  to x-ric-esito
           end-if
           perform x-scrivi-ricevuta
           .

       x-scrivi-esito-dir.
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Elenco relcum.txt: se c'e` il rilascio corrente e` cumulativo
      * (piu` programmi per un cliente, da applicare come uno solo)
      *---------------------------------------------------------------**
       x-leggi-cumulativo.
           move "N"                     to x-fl-cumulativo
           move 0                       to x-cum-n
           move "N"                     to x-cum-overflow
           move spaces                  to x-cum-cliente

           initialize w-nome-relcum
           string w-dir-rilascio      delimited " "
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
           .

      *---------------------------------------------------------------**
      * Approvazioni del rilascio corrente: ogni programma contenuto
      * negli exp*.arc deve comparire in relappr.txt. Un rilascio
      * senza relappr.txt (prodotto prima dell'approvazione a quattro
      * occhi) ha tutti i programmi non approvati
      *---------------------------------------------------------------**
       x-verifica-approvazione.
           move 0                       to x-app-n
           move 0                       to x-app-mancanti
           move spaces                  to x-app-primo

           initialize w-nome-relappr
           string w-dir-rilascio      delimited " "
              ext-os-slash "relappr.txt" delimited size
                                 into w-nome-relappr
           open input relappr
           if stato = "00"
              perform with test before until stato not = "00"
                 read relappr
                    at end move "10"    to stato
                  not at end
                    if x-app-n < k-max-rel-prg
                       add 1            to x-app-n
                       move rap-pac     to x-app-t-pac (x-app-n)
                       move rap-prg     to x-app-t-prg (x-app-n)
                    end-if
                 end-read
              end-perform
              close relappr
           end-if

           move 0                       to x-rel-p
           perform with test before until x-rel-p = x-rel-n-prg
              add 1                     to x-rel-p
              move "N"                  to x-app-trovato
              move 0                    to x-app-i
              perform with test before until x-app-i = x-app-n or
                                             x-app-trovato = "S"
                 add 1                  to x-app-i
                 if x-app-t-pac (x-app-i) = x-rel-t-pac (x-rel-p) and
                    x-app-t-prg (x-app-i) = x-rel-t-prg (x-rel-p)
                    move "S"            to x-app-trovato
                 end-if
              end-perform
              if x-app-trovato = "N"
                 if x-app-mancanti = 0
                    move x-rel-t-prg (x-rel-p) to x-app-primo
                 end-if
                 add 1                  to x-app-mancanti
              end-if
           end-perform
           .

      *---------------------------------------------------------------**
      * Apertura files del rilascio corrente (sola lettura)
      *---------------------------------------------------------------**
              move e1-riga-report       to scn-rec
              write scn-rec
           end-if

           if x-fl-cumulativo = "S"
              perform x-verifica-cumulativo
           end-if
           .

      **---------------------------------------------------------------**
      ** Il contenuto dei files exp*.arc deve coincidere con l'elenco
      ** del rilascio cumulativo: un programma mancante o in piu` vuol
      ** dire cartella incompleta o rimaneggiata, quindi collisione
      **---------------------------------------------------------------**
       x-verifica-cumulativo.
           if x-cum-overflow = "S"
              add 1                     to x-rel-collisioni
              initialize e1-riga-report
              string w-dir-rilascio      delimited " "
                 ";;;collisione: elenco del rilascio cumulativo "
                                        delimited size
                 "oltre il massimo gestito" delimited size
                                   into e1-riga-report
              move e1-riga-report       to scn-rec
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
                 string w-dir-rilascio    delimited " "
                    ";"                   delimited size
                    x-cum-t-pac (x-cum-i) delimited " "  ";"
                                          delimited size
                    x-cum-t-prg (x-cum-i) delimited " "
                    ";collisione: programma dell'elenco cumulativo asse"
                                          delimited size
                    "nte dal rilascio"    delimited size
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
                 string w-dir-rilascio    delimited " "
                    ";"                   delimited size
                    x-rel-t-pac (x-rel-p) delimited " "  ";"
                                          delimited size
                    x-rel-t-prg (x-rel-p) delimited " "
                    ";collisione: programma non compreso nell'elenco cu"
                                          delimited size
                    "mulativo"            delimited size
                                     into e1-riga-report
                 move e1-riga-report  to scn-rec
                 write scn-rec
              end-if
           end-perform
           .

       x-controlla-tml.
                 scr-pac = x-rel-pac and
                 scr-prg = x-rel-prg
                 move scr-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move scr-rec        to bsc-rec
                    perform wr-bakforms
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrforms
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to scr-chia1
                 fpg-pac = x-rel-pac and
                 fpg-prg = x-rel-prg
                 move fpg-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move fpg-rec        to bfp-rec
                    perform wr-bakfmpag
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrfmpag
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to fpg-chia1
                 fld-pac = x-rel-pac and
                 fld-prg = x-rel-prg
                 move fld-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move fld-rec        to bfl-rec
                    perform wr-bakfield
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrfield
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to fld-chia1
                 fldx-pac = x-rel-pac and
                 fldx-prg = x-rel-prg
                 move fldx-chia1        to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move fldx-rec       to bfx-rec
                    perform wr-bakfldex
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrfldex
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to fldx-chia1
                 flv-pac = x-rel-pac and
                 flv-prg = x-rel-prg
                 move flv-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move flv-rec        to bfv-rec
                    perform wr-bakfldvf
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrfldvf
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to flv-chia1
                 flr-pac = x-rel-pac and
                 flr-prg = x-rel-prg
                 move flr-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move flr-rec        to brl-rec
                    perform wr-bakfldrl
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrfldrl
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to flr-chia1
                 fly-pac = x-rel-pac and
                 fly-prg = x-rel-prg
                 move fly-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move fly-rec        to bly-rec
                    perform wr-bakfldly
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrfldly
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to fly-chia1
                 pgs-pac = x-rel-pac and
                 pgs-prg = x-rel-prg
                 move pgs-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move pgs-rec        to bps-rec
                    perform wr-bakpgmsg
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrpgmsg
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to pgs-chia1
                 pgf-pac = x-rel-pac and
                 pgf-prg = x-rel-prg
                 move pgf-chia1         to x-rel-sav-chia
                 if x-fl-backup = "S"
                    move pgf-rec        to bpf-rec
                    perform wr-bakpgfil
                    add 1               to x-rel-salvati
                 end-if
                 perform del-scrpgfil
                 add 1                  to x-rel-cancellati
                 move x-rel-sav-chia    to pgf-chia1
           end-perform
           move k-verbo-ok             to statusfi
           .

      *---------------------------------------------------------------**
      * Rilascio cumulativo applicato con errori: la copia di sicurezza
      * appena scritta viene riaperta in lettura e ripristinata per
      * intero; il rilascio non riceve il marcatore e conta come
      * saltato. Sulla ricevuta restano gli errori di applicazione;
      * esito F se il ripristino e` riuscito, E se anche il
      * ripristino ha avuto errori (installazione non piu` com'era)
      *---------------------------------------------------------------**
       x-annulla-cumulativo.
           move x-rel-errori            to x-cum-errori-applica
           add 1                        to x-que-saltati
           move "N"                     to x-fl-apertura-ko
           perform x-apri-bak-input
           if x-fl-apertura-ko = "S"
              perform x-chiudi-bak
              move x-cum-errori-applica to zeta8a
              initialize e1-riga-report
              string w-dir-rilascio       delimited " "
                 ";"                      delimited size
                 x-cat-pac (x-cat-i)      delimited " "   ";"
                                          delimited size
                 x-cat-prg (x-cat-i)      delimited " "
                 ";NON annullato: "       delimited size
                 zeta8a                   delimited size
                 " errori e copia di sicurezza non rileggibile, riprist"
                                          delimited size
                 "inare con SCRRELIN PAR-APPLICA = 'R'"
                                          delimited size
                                     into e1-riga-report
              move e1-riga-report       to scn-rec
              write scn-rec
              move "E"                  to x-ric-esito
              exit paragraph
           end-if

           move "F"                     to x-ric-esito
           move 0                       to x-rel-ripristinati
           move 0                       to x-rel-cancellati
           move 0                       to x-rel-errori
           move "N"                     to x-fl-backup

           move 0                       to x-rel-p
           perform with test before until x-rel-p = x-rel-n-prg
              add 1                     to x-rel-p
              move x-rel-t-pac (x-rel-p) to x-rel-pac
              move x-rel-t-prg (x-rel-p) to x-rel-prg
              perform x-cancella-programma-locale
           end-perform

           perform x-ripristina-scrforms
           perform x-ripristina-scrfmpag
           perform x-ripristina-scrfield
           perform x-ripristina-scrfldex
           perform x-ripristina-scrfldvf
           if x-fl-bak-fldrl = "S"
              perform x-ripristina-scrfldrl
           end-if
           if x-fl-bak-fldly = "S"
              perform x-ripristina-scrfldly
           end-if
           perform x-ripristina-scrpgmsg
           perform x-ripristina-scrpgfil
           perform x-ripristina-relprog
           perform x-chiudi-bak

           move x-rel-errori            to x-cum-errori-ripristino
           move x-cum-errori-applica    to x-rel-errori
           if x-cum-errori-ripristino > 0
              move "E"                  to x-ric-esito
           end-if

           move x-cum-errori-applica    to zeta8a
           move x-cum-errori-ripristino to zeta8b
           initialize e1-riga-report
           string w-dir-rilascio          delimited " "
              ";"                         delimited size
              x-cat-pac (x-cat-i)         delimited " "   ";"
                                          delimited size
              x-cat-prg (x-cat-i)         delimited " "
              ";annullato: "              delimited size
              zeta8a                      delimited size
              " errori in applicazione, installazione riportata com'"
                                          delimited size
              "era ("                     delimited size
              zeta8b                      delimited size
              " errori di ripristino)"    delimited size
                                     into e1-riga-report
           move e1-riga-report          to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Apertura (sola lettura) dei files bak*.arc appena scritti nella
      * cartella del rilascio corrente
      *---------------------------------------------------------------**
       x-apri-bak-input.
           initialize w-nome-bakforms
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakforms.arc" delimited size
                                 into w-nome-bakforms
           open input bakforms
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           initialize w-nome-bakfmpag
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakfmpag.arc" delimited size
                                 into w-nome-bakfmpag
           open input bakfmpag
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           initialize w-nome-bakfield
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakfield.arc" delimited size
                                 into w-nome-bakfield
           open input bakfield
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           initialize w-nome-bakfldex
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakfldex.arc" delimited size
                                 into w-nome-bakfldex
           open input bakfldex
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           initialize w-nome-bakfldvf
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakfldvf.arc" delimited size
                                 into w-nome-bakfldvf
           open input bakfldvf
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           move "N"                     to x-fl-bak-fldrl
           initialize w-nome-bakfldrl
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakfldrl.arc" delimited size
                                 into w-nome-bakfldrl
           open input bakfldrl
           if stato = "00"
              move "S"                  to x-fl-bak-fldrl
           end-if
           move "N"                     to x-fl-bak-fldly
           initialize w-nome-bakfldly
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakfldly.arc" delimited size
                                 into w-nome-bakfldly
           open input bakfldly
           if stato = "00"
              move "S"                  to x-fl-bak-fldly
           end-if
           initialize w-nome-bakpgmsg
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakpgmsg.arc" delimited size
                                 into w-nome-bakpgmsg
           open input bakpgmsg
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           initialize w-nome-bakpgfil
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakpgfil.arc" delimited size
                                 into w-nome-bakpgfil
           open input bakpgfil
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           initialize w-nome-bakrelprg
           string w-dir-rilascio      delimited " "
              ext-os-slash "bakrelprg.arc" delimited size
                                 into w-nome-bakrelprg
           open input bakrelprg
           if stato not = "00"
              move "S"                  to x-fl-apertura-ko
              exit paragraph
           end-if
           .

      **---------------------------------------------------------------**
      ** Riversamento dei files bak*.arc negli archivi locali (come
      ** SCRRELIN)
      **---------------------------------------------------------------**
       x-ripristina-scrforms.
           initialize bsc-rec
           perform st-bakforms-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakforms
              if w-verbo-ok
                 move bsc-rec        to scr-rec
                 perform wr-scrforms
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrfmpag.
           initialize bfp-rec
           perform st-bakfmpag-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakfmpag
              if w-verbo-ok
                 move bfp-rec        to fpg-rec
                 perform wr-scrfmpag
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrfield.
           initialize bfl-rec
           perform st-bakfield-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakfield
              if w-verbo-ok
                 move bfl-rec        to fld-rec
                 perform wr-scrfield
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrfldex.
           initialize bfx-rec
           perform st-bakfldex-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakfldex
              if w-verbo-ok
                 move bfx-rec        to fldx-rec
                 perform wr-scrfldex
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrfldvf.
           initialize bfv-rec
           perform st-bakfldvf-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakfldvf
              if w-verbo-ok
                 move bfv-rec        to flv-rec
                 perform wr-scrfldvf
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrfldrl.
           initialize brl-rec
           perform st-bakfldrl-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakfldrl
              if w-verbo-ok
                 move brl-rec        to flr-rec
                 perform wr-scrfldrl
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrfldly.
           initialize bly-rec
           perform st-bakfldly-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakfldly
              if w-verbo-ok
                 move bly-rec        to fly-rec
                 perform wr-scrfldly
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrpgmsg.
           initialize bps-rec
           perform st-bakpgmsg-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakpgmsg
              if w-verbo-ok
                 move bps-rec        to pgs-rec
                 perform wr-scrpgmsg
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .
       x-ripristina-scrpgfil.
           initialize bpf-rec
           perform st-bakpgfil-notmin
           perform with test before until w-fine-file
              perform rdnxt-bakpgfil
              if w-verbo-ok
                 move bpf-rec        to pgf-rec
                 perform wr-scrpgfil
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
              end-if
           end-perform
           move k-verbo-ok             to statusfi
           .

      **---------------------------------------------------------------**
      ** RELPROG torna com'era: righe fotografate riscritte tali e
      ** quali, programmi censiti dall'applicazione e senza fotografia
      ** tolti dal censimento
      **---------------------------------------------------------------**
       x-ripristina-relprog.
           move 0                       to x-rel-p
           perform with test before until x-rel-p = x-rel-n-prg
              add 1                     to x-rel-p
              initialize bpr-rec
              move x-rel-t-pac (x-rel-p) to bpr-pack
              move x-rel-t-prg (x-rel-p) to bpr-prg
              perform rd-bakrelprg
              if w-verbo-ok
                 initialize prg-rec
                 move bpr-pack          to prg-pack
                 move bpr-prg           to prg-prg
                 perform rd-relprog
                 move bpr-rec           to prg-rec
                 if w-verbo-ok
                    perform rwr-relprog
                  else
                    perform wr-relprog
                 end-if
                 if w-verbo-ok
                    add 1               to x-rel-ripristinati
                  else
                    add 1               to x-rel-errori
                 end-if
               else
                 initialize prg-rec
                 move x-rel-t-pac (x-rel-p) to prg-pack
                 move x-rel-t-prg (x-rel-p) to prg-prg
                 perform rd-relprog
                 if w-verbo-ok
                    perform del-relprog
                 end-if
              end-if
           end-perform
           move k-verbo-ok              to statusfi
           .

      **---------------------------------------------------------------**
      ** Versione locale (SCR-VERSIONE della prima form) di ogni
      ** programma del rilascio corrente: X-RIC-QUALE "V" = prima
      ** dell'applicazione, "N" = dopo; 0 = programma assente
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
      * Ricevuta di installazione del rilascio corrente (stesso
      * tracciato di SCRRELIN): testata con l'esito (X-RIC-ESITO) e il
      * rilascio della coda, una riga per programma con la versione
      * prima e dopo, in coda a scrricev.log nella cartella SCR-DIR
      *---------------------------------------------------------------**
       x-scrivi-ricevuta.
           move "N"                     to x-ric-quale
           perform x-leggi-versioni
           accept x-ric-ora           from time

           move 0                       to x-ric-slash
           move 0                       to x-ric-k
           perform with test before until x-ric-k = 70
              add 1                     to x-ric-k
              if w-dir-rilascio (x-ric-k:1) = "\" or
                 w-dir-rilascio (x-ric-k:1) = "/"
                 move x-ric-k           to x-ric-slash
              end-if
           end-perform
           move w-dir-rilascio (x-ric-slash + 1:) to x-ric-cartella

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
              string w-dir-rilascio      delimited " "
                 ";;;ricevuta non scrivibile: " delimited size
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
           if x-ric-cliente not = spaces
              move x-ric-cliente        to ric-cliente
            else
              if x-cum-cliente not = spaces
                 move x-cum-cliente     to ric-cliente
               else
                 move "NON DEFINITO"    to ric-cliente
              end-if
           end-if
           move x-ric-postazione        to ric-postazione
           move datasis                 to ric-data
           move x-ric-ora               to ric-ora
           move x-ric-cartella          to ric-cartella
           move x-ric-esito             to ric-esito
           move k-program-id            to ric-installatore
           move x-cat-data (x-cat-i)    to ric-cat-data
           move x-cat-ora (x-cat-i)     to ric-cat-ora
           move x-cat-pac (x-cat-i)     to ric-cat-pac
           move x-cat-prg (x-cat-i)     to ric-cat-prg
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
       st-scrforms-magg.
           start scrforms key is > scr-chia1
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
       wr-scrforms.
           write scr-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       del-scrforms.
           delete scrforms record
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-delete
           .
       st-scrfmpag-notmin.
           start scrfmpag key is >= fpg-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       st-scrfmpag-magg.
           start scrfmpag key is > fpg-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrfmpag.
           read scrfmpag next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-scrfmpag.
           write fpg-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       del-scrfmpag.
           delete scrfmpag record
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-delete
           .
       st-scrfield-notmin.
           start scrfield key is >= fld-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       rwr-relprog.
           rewrite prg-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-rewrite
           .
       del-relprog.
           delete relprog record
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-delete
           .
       rd-scrlock.
           read scrlock
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakforms-notmin.
           start bakforms key is >= bsc-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakforms.
           read bakforms next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakfmpag.
           write bfp-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakfmpag-notmin.
           start bakfmpag key is >= bfp-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakfmpag.
           read bakfmpag next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakfield.
           write bfl-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakfield-notmin.
           start bakfield key is >= bfl-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakfield.
           read bakfield next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakfldex.
           write bfx-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakfldex-notmin.
           start bakfldex key is >= bfx-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakfldex.
           read bakfldex next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakfldvf.
           write bfv-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakfldvf-notmin.
           start bakfldvf key is >= bfv-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakfldvf.
           read bakfldvf next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakpgmsg.
           write bps-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakpgmsg-notmin.
           start bakpgmsg key is >= bps-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakpgmsg.
           read bakpgmsg next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakpgfil.
           write bpf-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakpgfil-notmin.
           start bakpgfil key is >= bpf-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakpgfil.
           read bakpgfil next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakfldrl.
           write brl-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakfldrl-notmin.
           start bakfldrl key is >= brl-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakfldrl.
           read bakfldrl next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakfldly.
           write bly-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       st-bakfldly-notmin.
           start bakfldly key is >= bly-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-bakfldly.
           read bakfldly next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       wr-bakrelprg.
           write bpr-rec
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-write
           .
       rd-bakrelprg.
           read bakrelprg
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
      *
       copy "stato.cpy".
       copy "stato1.cpy".
