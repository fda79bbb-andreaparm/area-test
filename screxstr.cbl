      ** massima presa dal controllo SCRFIELD. Il traduttore
      ** lavora con il contesto e i limiti sotto gli occhi, e
      ** SCRIMSTR riaggancia le righe per chiave anche se il
      ** file torna parziale o riordinato. In coda a ogni riga
      ** la traduzione approvata dal glossario SCRGLOSS per la
      ** label e per il testo base (vuota se il termine non e`
      ** censito), cosi` il traduttore usa i termini concordati.
      ** Richiamato da SCRFLD (menu Lingua / Esportazione, in
      ** alternativa al CSV semplice di SCREXLNG)
      **------------------------------------------------------**
       file-control.
           copy "scrfield.fd".
           copy "scrpgmsg.fd".
           copy "scrgloss.fd".
           select scambio assign to w-nome-scambio
               organization line sequential
               file status is stato.
      *
       fd scrpgmsg label record standard.
       copy "scrpgmsg.cpy".
      *
       fd scrgloss label record standard.
       copy "scrgloss.cpy".
      *
       fd scambio label record standard.
       01 scb-rec                        pic x(800).
      **---------------------------------------------------------------**
       77 w-nome-scrfield                pic x(70).
       77 w-nome-scrpgmsg                pic x(70).
       77 w-nome-scrgloss                pic x(70).
       77 w-nome-scambio                 pic x(70).

      **---------------------------------------------------------------**
       77 x-str-z4a                      pic 9(04).
       77 x-str-z4b                      pic 9(04).
       77 x-n-righe                      pic 9(08).
      **---------------------------------------------------------------**
      ** Termini approvati dal glossario per la riga in uscita
      ** (senza glossario le colonne restano vuote)
      **---------------------------------------------------------------**
       77 x-str-glossario                pic x(01).
       01 x-str-glo-label                pic x(60).
       01 x-str-glo-testo                pic x(60).
      *
       copy "wgrave.cpy".
       copy "wnscr.cpy".
              go to fine
           end-if

           move "S"                      to x-str-glossario
           initialize w-nome-scrgloss
           string ext-scr-dir         delimited " "
              ext-os-slash "scrgloss.arc" delimited size
                                 into w-nome-scrgloss
           open input scrgloss
           if stato not = "00"
              move "N"                   to x-str-glossario
           end-if

           move scrstr-path              to w-nome-scambio
           open output scambio
           if stato not = "00"

           close scambio
           close scrfield scrpgmsg
           if x-str-glossario = "S"
              close scrgloss
           end-if

           move "S"                      to scrstr-esito
           move x-n-righe                to scrstr-n-righe
           .

       x-scrivi-riga-scambio.
           perform x-termini-glossario
           move x-str-cap-testo          to x-str-z4a
           move x-str-cap-label          to x-str-z4b
           initialize e1-riga
                                         delimited size
              x-str-testo-base           delimited "  "  ";"
                                         delimited size
              pgs-testo                  delimited "  "  ";"
                                         delimited size
              x-str-glo-label            delimited "  "  ";"
                                         delimited size
              x-str-glo-testo            delimited "  "
                                         into e1-riga
           move e1-riga                  to scb-rec
           write scb-rec
           add 1                         to x-n-righe
           .

      **---------------------------------------------------------------**
      ** Traduzioni approvate della label e del testo base nella
      ** lingua della riga (i testi piu` lunghi di un termine non
      ** sono nel glossario)
      **---------------------------------------------------------------**
       x-termini-glossario.
           move spaces                   to x-str-glo-label
           move spaces                   to x-str-glo-testo
           if x-str-glossario not = "S"
              exit paragraph
           end-if
           if x-str-label-base not = spaces
              initialize glo-rec
              move pgs-emu               to glo-emu
              move x-str-label-base      to glo-base
              perform rd-scrgloss
              if w-verbo-ok
                 move glo-trad           to x-str-glo-label
              end-if
           end-if
           if x-str-testo-base not = spaces and
              x-str-testo-base (61:) = spaces
              initialize glo-rec
              move pgs-emu               to glo-emu
              move x-str-testo-base      to glo-base
              perform rd-scrgloss
              if w-verbo-ok
                 move glo-trad           to x-str-glo-testo
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .
      *
       fine.
       z-chiudi.
              not at end move k-verbo-ok  to statusfi
           end-read
           .
       rd-scrgloss.
           read scrgloss
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
      *
       copy "stato.cpy".
       copy "stato1.cpy".
