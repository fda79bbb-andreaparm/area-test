      ** programmi toccati dopo l'ultima rigenerazione andata a
      ** buon fine: l'ultima riga SCRFHIST del programma viene
      ** confrontata con PRG-RIG-DATA/PRG-RIG-ORA di RELPROG;
      ** il giro completo di sempre resta il default.
      ** Con PAR-MODO = "L" rigenera solo i programmi dell'elenco
      ** mirato brglst_<pacchetto>.txt scritto da SCRALLIN (i
      ** sorgenti rimasti indietro rispetto a SCRFHIST), senza
      ** checkpoint: l'elenco e` gia` la ripresa.
      ** Con PAR-APPROVATI = "S" i programmi variati e non ancora
      ** approvati in revisione (SCRAPPR) vengono saltati e
      ** annotati sul report, in qualunque modalita`.
      ** I contatori di fine giro vengono lasciati anche
      ** nell'area WSCRJOB per il giro notturno di SCRJOB
      **------------------------------------------------------**
      *
       environment division.
           copy "scrscnlog.fd".
           copy "scrlock.fd".
           copy "scrfhist.fd".
           copy "scrbrlst.fd".
           copy "scrappr.fd".
      *
       data division.
       file section.
      *
       fd scrfhist label record standard.
       copy "scrfhist.cpy".
      *
       fd scrbrlst label record standard.
       copy "scrbrlst.cpy".
      *
       fd scrappr label record standard.
       copy "scrappr.cpy".
      *
       working-storage section.
      *kostanti
       77  par-risorse                  pic x(01).
       77  par-modo                     pic x(01).
       77  par-variante                 pic x(08).
       77  par-approvati                pic x(01).

      **---------------------------------------------------------------**
      ** Nomi archivi e report
       77 w-nome-scrscnlog               pic x(70).
       77 w-nome-scrlock                 pic x(70).
       77 w-nome-scrfhist                pic x(70).
       77 w-nome-scrbrlst                pic x(70).
       77 w-nome-scrappr                 pic x(70).
       77 e-data-report                  pic 9(08).

      **---------------------------------------------------------------**
       77 x-prg-rigenerati                pic 9(08).
       77 x-prg-scartati                  pic 9(08).
       77 x-prg-invariati                 pic 9(08).
       77 x-prg-non-approvati             pic 9(08).
      **---------------------------------------------------------------**
      ** Modalita` incrementale: ultima variazione SCRFHIST del
      ** programma corrente, da confrontare con il "rigenerato il"
       77 x-inc-max-ora                   pic 9(08).
       77 x-inc-da-fare                   pic x(01).
      **---------------------------------------------------------------**
      ** Modalita` elenco: programmi da rigenerare letti da SCRBRLST
      **---------------------------------------------------------------**
       78 k-max-lst                       value 2000.
       77 x-lst-n                         pic 9(04).
       77 x-lst-i                         pic 9(04).
       01 x-lst-tab.
         02 x-lst-prg occurs k-max-lst times pic x(20).
       77 x-lst-trovato                   pic x(01).
       77 x-lst-overflow                  pic x(01).
      **---------------------------------------------------------------**
      ** Programma in attesa del "rigenerato il": viene annotato su
      ** RELPROG una volta sola, al cambio programma dopo l'ULTIMA
      ** form rigenerata (spazi = nessuno in attesa)
       77 x-stamp-pac                     pic x(08).
       77 x-stamp-prg                     pic x(20).
       77 zeta8c                          pic zzzzzzzz.
       77 zeta8d                          pic zzzzzzzz.
       77 zeta8a                          pic zzzzzzzz.
       77 zeta8b                          pic zzzzzzzz.

       copy "wopenf.cpy".
       copy "wstato.cpy".
       copy "cogazien.cpy".
       copy "wscrjob.cpy".
      *
       copy "wcont.cpy".
       copy "wcont1.cpy".

      *
       procedure division chaining par-pac par-prg par-risorse
                                   par-modo par-variante par-approvati.
      *
       main section.
       apri.
           move k-program-id             to prog-err w-nome-hlp
           perform z-99-init-program
           initialize ext-job-esito
           move "N"                      to job-e-esito

           accept ext-scr-dir	 from environment "SCR-DIR"
           if ext-scr-dir = spaces
                 "- Pacchetto"           k-newline
                 "- Programma (facolt., spazi = tutti)" k-newline
                 "- Rigenera risorse ('S'/'N')" k-newline
                 "- Modo ('T' = tutto, 'I' = solo programmi variati,"
                 k-newline
                 "  'L' = elenco brglst_<pacchetto>.txt di SCRALLIN)"
                 k-newline
                 "- Variante layout (facolt., spazi = layout base)"
                 k-newline
                 "- Salta i programmi non approvati ('S'/'N', facolt.)"
                 delimited size    into wb-msg
              perform vbx-msg-info
              go to fine
              move "N"              to par-risorse
           end-if

           if par-modo not = "I" and
              par-modo not = "L"
              move "T"              to par-modo
           end-if

           if par-approvati not = "S"
              move "N"              to par-approvati
           end-if

           accept datasis              from century-date
           accept orasis               from time

              end-if
           end-if

      **---------------------------------------------------------------**
      ** Apertura SCRAPPR (sola lettura: stato di approvazione dei
      ** programmi, per PAR-APPROVATI = "S")
      **---------------------------------------------------------------**
           initialize w-nome-scrappr
           string ext-scr-dir         delimited " "
              ext-os-slash "scrappr.arc" delimited size
                                 into w-nome-scrappr
           open input scrappr
           if stato = "35"
              open output scrappr
              close scrappr
              open input scrappr
            else
              if stato not = "00"
                 string "Archivio non aperto: " w-nome-scrappr "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
                 go to fine
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Modalita` elenco: senza un elenco leggibile non si rigenera
      ** niente (meglio nessun giro che il pacchetto intero)
      **---------------------------------------------------------------**
           if par-modo = "L"
              perform x-carica-elenco
              if stato not = "00"
                 string "Elenco di rigenerazione non leggibile: "
                    w-nome-scrbrlst "; stato : " stato
                    delimited size into wb-msg
                 perform vbx-msg-error
                 go to fine
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Apertura report batch (dated, stesso meccanismo di SCRSCNLOG)
      **---------------------------------------------------------------**

           move "Pacchetto;Programma;Esito" to scn-rec
           write scn-rec
           if par-modo = "L" and
              x-lst-overflow = "S"
              move "AVVISO;elenco oltre il massimo gestito, troncato"
                                        to scn-rec
              write scn-rec
           end-if

           perform x-rigenerazione-batch

           close relprog
           close scrlock
           close scrfhist
           close scrappr

           cancel "SCRSIM"
           cancel "SCRERS"
           move 0                       to x-prg-rigenerati
           move 0                       to x-prg-scartati
           move 0                       to x-prg-invariati
           move 0                       to x-prg-non-approvati
           move spaces                  to x-inc-pac-corr
           move spaces                  to x-inc-prg-corr
           move spaces                  to x-stamp-pac
      ** invece di ripartire dal primo programma
      **---------------------------------------------------------------**
           move "N"                     to x-ckpt-trovato
           if par-prg = spaces and
              par-modo not = "L"
              initialize ckp-rec
              move par-pac               to ckp-pac
              perform rd-scrckpt
                       exit perform cycle
                    end-if

                    if par-modo = "L"
                       perform x-cerca-elenco
                       if x-lst-trovato = "N"
                          exit perform cycle
                       end-if
                    end-if

                    initialize prg-rec
                    move scr-pac        to prg-pack
                    move scr-prg        to prg-prg
                       end-if
                    end-if

      **---------------------------------------------------------------**
      ** Programma variato e non ancora approvato (o respinto) in
      ** revisione: a richiesta non si rigenera. Senza riga SCRAPPR
      ** il programma non e` mai stato variato e vale come approvato
      **---------------------------------------------------------------**
                    if par-approvati = "S"
                       initialize apr-rec
                       move scr-pac     to apr-pac
                       move scr-prg     to apr-prg
                       perform rd-scrappr
                       if w-verbo-ok and
                          apr-stato not = "A"
                          add 1         to x-prg-non-approvati
                          string scr-pac    delimited " "
                             ";"            delimited size
                             scr-prg        delimited " "
                             ";non approvato" delimited size
                                          into scn-rec
                          write scn-rec
                          exit perform cycle
                       end-if
                       move k-verbo-ok  to statusfi
                    end-if

                    initialize util-scrsim
                    move "RIGENERA-SILENT"  to scrsim-ope
                    move "SCRSIM-CALLED" to scrsim-called
                       ";rigenerato"     delimited size into scn-rec
                    write scn-rec

                    if par-prg = spaces and
                       par-modo not = "L"
                       move scr-pac     to ckp-pac
                       move scr-prg     to ckp-prg
                       move scr-frm     to ckp-frm
      ** se non era una rigenerazione parziale, il checkpoint non
      ** serve piu`
      **---------------------------------------------------------------**
           if par-prg = spaces and
              par-modo not = "L"
              move par-pac               to ckp-pac
              perform rd-scrckpt
              if w-verbo-ok
              end-if
           end-if

           compute job-e-n-letti = x-prg-rigenerati + x-prg-scartati
                                 + x-prg-invariati
                                 + x-prg-non-approvati
           move x-prg-rigenerati       to job-e-n-elaborati
           move x-prg-scartati         to job-e-n-anomalie
           move w-nome-scrscnlog       to job-e-nome-report
           move "S"                    to job-e-esito

           move x-prg-rigenerati       to zeta8a
           move x-prg-scartati         to zeta8b
           move x-prg-invariati        to zeta8c
           move x-prg-non-approvati    to zeta8d
           string "Rigenerazione batch completata: " delimited size
              zeta8a                   delimited size
              " programmi rigenerati, "  delimited size
              zeta8b                   delimited size
              " scartati, "             delimited size
              zeta8c                   delimited size
              " invariati, "            delimited size
              zeta8d                   delimited size
              " non approvati, vedi "   delimited size
              w-nome-scrscnlog         delimited " "
                                 into wb-msg
           perform vbx-msg-info
           end-if
           .

      **---------------------------------------------------------------**
      ** Elenco mirato brglst_<pacchetto>.txt in tabella: valgono le
      ** sole righe del pacchetto richiesto
      **---------------------------------------------------------------**
       x-carica-elenco.
           move 0                      to x-lst-n
           move "N"                    to x-lst-overflow
           initialize w-nome-scrbrlst
           string ext-scr-dir         delimited " "
              ext-os-slash "brglst_"  delimited size
              par-pac                  delimited " "
              ".txt"                   delimited size
                                 into w-nome-scrbrlst
           open input scrbrlst
           if stato not = "00"
              exit paragraph
           end-if
           perform with test before until stato not = "00"
              read scrbrlst
                 at end move "10"      to stato
               not at end
                 if bls-pac = par-pac and
                    bls-prg not = spaces
                    if x-lst-n < k-max-lst
                       add 1           to x-lst-n
                       move bls-prg    to x-lst-prg (x-lst-n)
                     else
                       move "S"        to x-lst-overflow
                    end-if
                 end-if
                 move "00"             to stato
              end-read
           end-perform
           close scrbrlst
           move "00"                   to stato
           .

       x-cerca-elenco.
           move "N"                    to x-lst-trovato
           move 0                      to x-lst-i
           perform with test before until x-lst-i = x-lst-n
              add 1                    to x-lst-i
              if x-lst-prg (x-lst-i) = scr-prg
                 move "S"              to x-lst-trovato
                 exit perform
              end-if
           end-perform
           .

      **---------------------------------------------------------------**
      ** "Rigenerato il" del programma appena completato: la riga
      ** RELPROG viene RILETTA prima della riscrittura, perche` la
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
       rd-scrappr.
           read scrappr
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
       wr-scrckpt.
           write ckp-rec
              invalid key     move k-verbo-invalido to statusfi
