       identification division.
       program-id.    scrinteg.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Verifica di integrita` referenziale di un pacchetto
      ** (o di tutto l'archivio, con pacchetto a spazi):
      ** - righe SCRFLDEX orfane (il campo SCRFIELD che le
      **   possedeva e` stato cancellato, es. da
      **   X-AZZERA-ID-ASSOLUTO o da una C-CANCELLA mancata)
      ** - righe SCRPGFIL che puntano a un file SCRFILES
      **   rinominato o rimosso
      ** - campi con FLD-TML che non trovano piu`
      **   corrispondenza in SCRTEMPL
      ** Il risultato va su un report datato (intlog<data>.csv).
      ** Richiamato da SCRFLD (menu File) e da SCRJOB per il
      ** giro notturno
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
           copy "scrfldex.fd".
           copy "scrpgfil.fd".
           copy "scrfiles.fd".
           copy "scrtempl.fd".
           copy "scrscnlog.fd".
      *
       data division.
       file section.
      *
       fd scrfield label record standard.
       copy "scrfield.cpy".
      *
       fd scrfldex label record standard.
       copy "scrfldex.cpy".
      *
       fd scrpgfil label record standard.
       copy "scrpgfil.cpy".
      *
       fd scrfiles label record standard.
       copy "scrfiles.cpy".
      *
       fd scrtempl label record standard.
       copy "scrtempl.cpy".
      *
       fd scrscnlog label record standard.
       copy "scrscnlog.cpy".
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       78  k-program-id               value "SCRINTEG".

      *77 ext-scr-dir                   pic x(70) is external.

      **---------------------------------------------------------------**
      ** Nomi archivi e report
      **---------------------------------------------------------------**
       77 w-nome-scrfield                pic x(70).
       77 w-nome-scrfldex                pic x(70).
       77 w-nome-scrpgfil                pic x(70).
       77 w-nome-scrfiles                pic x(70).
       77 w-nome-scrtempl                pic x(70).
       77 w-nome-scrscnlog               pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

       01 datasis                  pic 9(08).

      **---------------------------------------------------------------**
      ** Contatori e anomalia della riga di report
      **---------------------------------------------------------------**
       77 x-int-letti                    pic 9(08).
       77 x-int-anomalie                 pic 9(08).
       01 x-int-pac                      pic x(08).
       01 x-int-prg                      pic x(20).
       77 x-int-frm                      pic 9(02).
       77 x-int-pag                      pic 9(02).
       01 x-int-errore                   pic x(60).
       77 zeta8a                         pic zzzzzzzz.
      *
       copy "wgrave.cpy".
       copy "wnscr.cpy".
       copy "wopenf.cpy".
       copy "wstato.cpy".
       copy "cogazien.cpy".
      *
       linkage section.
       copy "wcont.cpy".
       copy "utilscrinteg.cpy".
      *
       procedure division using stringhe util-scrinteg.
      *
       main section.
       apri.
           move k-program-id             to prog-err
           move "N"                      to scrinteg-esito
           move 0                        to scrinteg-n-letti
           move 0                        to scrinteg-n-anomalie
           move spaces                   to scrinteg-nome-report
           move 0                        to x-int-letti
           move 0                        to x-int-anomalie

           if ext-scr-dir = spaces
              accept ext-scr-dir      from environment "SCR-DIR"
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
           initialize w-nome-scrfldex
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfldex.arc" delimited size
                                 into w-nome-scrfldex
           open input scrfldex
           if stato not = "00"
              close scrfield
              perform x-errore-apertura
              go to fine
           end-if
           initialize w-nome-scrpgfil
           string ext-scr-dir         delimited " "
              ext-os-slash "scrpgfil.arc" delimited size
                                 into w-nome-scrpgfil
           open input scrpgfil
           if stato not = "00"
              close scrfield scrfldex
              perform x-errore-apertura
              go to fine
           end-if
           initialize w-nome-scrfiles
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfiles.arc" delimited size
                                 into w-nome-scrfiles
           open input scrfiles
           if stato not = "00"
              close scrfield scrfldex scrpgfil
              perform x-errore-apertura
              go to fine
           end-if
           initialize w-nome-scrtempl
           string ext-scr-dir         delimited " "
              ext-os-slash "scrtempl.arc" delimited size
                                 into w-nome-scrtempl
           open input scrtempl
           if stato not = "00"
              close scrfield scrfldex scrpgfil scrfiles
              perform x-errore-apertura
              go to fine
           end-if

      **---------------------------------------------------------------**
      ** Apertura report (datato, stesso meccanismo di SCRSCNLOG)
      **---------------------------------------------------------------**
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "intlog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog

           open output scrscnlog
           if stato not = "00"
              if scrinteg-silent-mode not = "S"
                 string "Report non aperto: " w-nome-scrscnlog "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
              end-if
              close scrfield scrfldex scrpgfil scrfiles scrtempl
              go to fine
           end-if
           move w-nome-scrscnlog         to scrinteg-nome-report

           move "Pacchetto;Programma;Form;Pagina;Errore" to scn-rec
           write scn-rec

           move "S"                      to scrinteg-esito

      *---------------------------------------------------------------*
      * 1) SCRFLDEX orfane
      *---------------------------------------------------------------*
           initialize fldx-rec
           move scrinteg-pac             to fldx-pac
           perform st-scrfldex-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfldex
                 if w-verbo-ok and
                    (scrinteg-pac = spaces or
                     fldx-pac = scrinteg-pac)
                    add 1                to x-int-letti
                    move fldx-chia1      to fld-chia1
                    perform rd-scrfield
                    if w-verbo-invalido
                       move fldx-pac     to x-int-pac
                       move fldx-prg     to x-int-prg
                       move fldx-frm     to x-int-frm
                       move fldx-pag     to x-int-pag
                       move "SCRFLDEX orfana (campo inesistente)"
                                         to x-int-errore
                       perform x-int-scrivi
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

      *---------------------------------------------------------------*
      * 2) SCRPGFIL verso SCRFILES inesistenti
      *---------------------------------------------------------------*
           initialize pgf-rec
           move scrinteg-pac             to pgf-pac
           perform st-scrpgfil-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrpgfil
                 if w-verbo-ok and
                    (scrinteg-pac = spaces or
                     pgf-pac = scrinteg-pac)
                    add 1                to x-int-letti
                    move pgf-pac         to x-int-pac
                    move pgf-prg         to x-int-prg
                    move 0               to x-int-frm
                    move 0               to x-int-pag
                    initialize gfil-rec
                    move pgf-tip         to gfil-tip
                    move pgf-tab         to gfil-tab
                    move pgf-num         to gfil-num
                    perform rd-scrfiles
                    if w-verbo-invalido
                       move "SCRPGFIL punta a SCRFILES inesistente"
                                         to x-int-errore
                       perform x-int-scrivi
                     else
                       if pgf-nom not = gfil-nome
                          move "SCRPGFIL nome disallineato da SCRFILES"
                                         to x-int-errore
                          perform x-int-scrivi
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

      *---------------------------------------------------------------*
      * 3) Campi con FLD-TML senza corrispondenza in SCRTEMPL
      *---------------------------------------------------------------*
           initialize fld-rec
           move scrinteg-pac             to fld-pac
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok and
                    (scrinteg-pac = spaces or
                     fld-pac = scrinteg-pac)
                    add 1                to x-int-letti
                    if fld-tml not = spaces
                       initialize ftm-rec
                       move fld-tml      to ftm-cod
                       perform rd-scrtempl
                       if w-verbo-invalido
                          move fld-pac   to x-int-pac
                          move fld-prg   to x-int-prg
                          move fld-frm   to x-int-frm
                          move fld-pag   to x-int-pag
                          move "FLD-TML senza riga SCRTEMPL"
                                         to x-int-errore
                          perform x-int-scrivi
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog
           close scrfield scrfldex scrpgfil scrfiles scrtempl

           move x-int-letti              to scrinteg-n-letti
           move x-int-anomalie           to scrinteg-n-anomalie

           if scrinteg-silent-mode not = "S"
              if x-int-anomalie = 0
                 move "Nessuna anomalia di integrita` riscontrata"
                                         to wb-msg
                 perform vbx-msg-info
               else
                 move x-int-anomalie     to zeta8a
                 string "Verifica integrita` terminata: " zeta8a
                    " anomalie (vedi " w-nome-scrscnlog ")"
                                         delimited size into wb-msg
                 perform vbx-msg-info
              end-if
           end-if
           go to fine
           .
       x-errore-apertura.
           move "N"                      to scrinteg-esito
           if scrinteg-silent-mode not = "S"
              string "SCRINTEG: archivio non aperto; stato : " stato
                 delimited size into wb-msg
              perform vbx-msg-error
           end-if
           .

      **---------------------------------------------------------------**
      ** Riga di report per l'anomalia corrente
      **---------------------------------------------------------------**
       x-int-scrivi.
           add 1                         to x-int-anomalie
           initialize e1-riga-report
           string x-int-pac              delimited " "  ";"
              delimited size
              x-int-prg                  delimited " "  ";"
              delimited size
              x-int-frm                  delimited size  ";"
              delimited size
              x-int-pag                  delimited size  ";"
              delimited size
              x-int-errore               delimited "  "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Paragrafi di I/O minimi (stesso schema di SCRFLD.PRC) per gli
      * archivi che questo programma apre
      *---------------------------------------------------------------**
       rd-scrfield.
           read scrfield
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
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
       st-scrfldex-notmin.
           start scrfldex key is >= fldx-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrfldex.
           read scrfldex next record
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
       rd-scrtempl.
           read scrtempl
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
