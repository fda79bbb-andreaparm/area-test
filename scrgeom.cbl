       identification division.
       program-id.    scrgeom.
       Author.        Andrea Parmeggiani - Eurosystem.
      *
      **------------------------------------------------------**
      ** Generazione maschere
      **------------------------------------------------------**
      ** Verifica della geometria delle form di un pacchetto
      ** (o di un solo programma): per ogni pagina di ogni form,
      ** una volta col layout base di SCRFIELD e una volta per
      ** ciascuna variante SCRFLDLY (con le dimensioni form
      ** FLY-V-SIZE/FLY-H-SIZE della variante), segnala su
      ** report datato:
      ** - controlli che escono dalla form;
      ** - controlli sovrapposti sulla stessa pagina;
      ** - caselle label (FLD-LABEL-V/H-POS-REL e dimensioni
      **   label) che escono dalla form o coprono un altro
      **   controllo o un'altra label;
      ** - figli di griglia (i controlli che seguono la griglia
      **   nella catena FLD-PADRE con livello FLD-LIV maggiore)
      **   che escono dalla loro griglia, o la cui intestazione
      **   di colonna (label) esce dalla griglia; fra figli della
      **   stessa griglia si verificano anche label su controllo
      **   e label sovrapposte.
      ** Ogni riga riporta i due controlli in conflitto (FLD-ID,
      ** FLD-NOME) e l'area sovrapposta (o l'area fuori form/
      ** griglia). Richiamato da SCRFLD (menu File) e da
      ** SCRBGEO per il giro notturno
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
           copy "scrfmpag.fd".
           copy "scrfield.fd".
           copy "scrfldly.fd".
           copy "scrscnlog.fd".
      *
       data division.
       file section.
      *
       fd scrforms label record standard.
       copy "scrforms.cpy".
      *
       fd scrfmpag label record standard.
       copy "scrfmpag.cpy".
      *
       fd scrfield label record standard.
       copy "scrfield.cpy".
      *
       fd scrfldly label record standard.
       copy "scrfldly.cpy".
      *
       fd scrscnlog label record standard.
       copy "scrscnlog.cpy".
      *
       working-storage section.
      *kostanti
       copy "costanti.cpy".
       copy "costanti-screen.cpy".
       78  k-program-id               value "SCRGEOM".

      *77 ext-scr-dir                   pic x(70) is external.

      **---------------------------------------------------------------**
      ** Nomi archivi e report
      **---------------------------------------------------------------**
       77 w-nome-scrforms                pic x(70).
       77 w-nome-scrfmpag                pic x(70).
       77 w-nome-scrfield                pic x(70).
       77 w-nome-scrfldly                pic x(70).
       77 w-nome-scrscnlog               pic x(70).
       77 e-data-report                  pic 9(08).
       01 e1-riga-report                 pic x(200).

       01 datasis                  pic 9(08).

      **---------------------------------------------------------------**
      ** Varianti di layout della form corrente (righe SCRFLDLY con
      ** FLY-PAG = 0 e FLY-PROG = 0): vengono prima raccolte in
      ** tabella, poi verificate una per una dopo il layout base
      **---------------------------------------------------------------**
       78 k-max-geo-varianti             value 50.
       77 x-geo-n-var                    pic 9(04).
       77 x-geo-v                        pic 9(04).
       01 x-geo-var-tab.
         02 x-geo-var-ele occurs k-max-geo-varianti times.
           03 x-geo-var-nome             pic x(08).
           03 x-geo-var-v-size           pic 9(04)v99.
           03 x-geo-var-h-size           pic 9(04)v99.

      **---------------------------------------------------------------**
      ** Layout e pagina in verifica
      **---------------------------------------------------------------**
       77 x-geo-variante                 pic x(08).
       77 x-geo-form-v-size              pic 9(04)v99.
       77 x-geo-form-h-size              pic 9(04)v99.
       77 x-geo-pag                      pic 9(02).

      **---------------------------------------------------------------**
      ** Controlli della pagina in verifica (stesso schema di
      ** TM-RIGHE), con posizioni/dimensioni gia` risolte per la
      ** variante e la griglia di appartenenza (indice in tabella,
      ** 0 = nessuna)
      **---------------------------------------------------------------**
       78 k-max-geo-campi                value 999.
       77 x-geo-n                        pic 9(04).
       77 x-geo-i                        pic 9(04).
       77 x-geo-j                        pic 9(04).
       77 x-geo-g                        pic 9(04).
       01 x-geo-tab.
         02 x-geo-ele occurs k-max-geo-campi times.
           03 x-geo-t-prog               pic 9(04).
           03 x-geo-t-padre              pic 9(04).
           03 x-geo-t-id                 pic 9(05).
           03 x-geo-t-nome               pic x(30).
           03 x-geo-t-tip                pic x(02).
           03 x-geo-t-liv                pic x(02).
           03 x-geo-t-v-pos              pic 9(04)v99.
           03 x-geo-t-h-pos              pic 9(04)v99.
           03 x-geo-t-v-size             pic 9(04)v99.
           03 x-geo-t-h-size             pic 9(04)v99.
           03 x-geo-t-lab-v-pos          pic s9(05)v99.
           03 x-geo-t-lab-h-pos          pic s9(05)v99.
           03 x-geo-t-lab-v-size         pic 9(04)v99.
           03 x-geo-t-lab-h-size         pic 9(04)v99.
      * S = controllo con ingombro (dimensioni non nulle, non gruppo)
           03 x-geo-t-visuale            pic x(01).
      * S = cornice: puo` contenere altri controlli, niente
      *     verifica di sovrapposizione
           03 x-geo-t-cornice            pic x(01).
      * S = casella label con ingombro
           03 x-geo-t-etich              pic x(01).
           03 x-geo-t-griglia            pic 9(04).
           03 x-geo-t-ordine             pic 9(04).
       77 x-geo-overflow                 pic x(01).

      **---------------------------------------------------------------**
      ** Ordinamento dei controlli lungo la catena FLD-PADRE (come
      ** D-CARICA-DATI di SCRFLD: si parte dal padre 0)
      **---------------------------------------------------------------**
       77 x-geo-n-ord                    pic 9(04).
       77 x-geo-o                        pic 9(04).
       77 x-geo-padre-corr               pic 9(04).
       77 x-geo-segui                    pic x(01).
       01 x-geo-ord-tab.
         02 x-geo-ord occurs k-max-geo-campi times pic 9(04).
       77 x-geo-gr-idx                   pic 9(04).
       77 x-geo-gr-liv                   pic x(02).

      **---------------------------------------------------------------**
      ** Calcolo delle intersezioni fra due rettangoli A e B
      ** (posizione di partenza e dimensioni)
      **---------------------------------------------------------------**
       77 x-geo-av                       pic s9(05)v99.
       77 x-geo-ah                       pic s9(05)v99.
       77 x-geo-avs                      pic 9(04)v99.
       77 x-geo-ahs                      pic 9(04)v99.
       77 x-geo-bv                       pic s9(05)v99.
       77 x-geo-bh                       pic s9(05)v99.
       77 x-geo-bvs                      pic 9(04)v99.
       77 x-geo-bhs                      pic 9(04)v99.
       77 x-geo-ini-v                    pic s9(05)v99.
       77 x-geo-ini-h                    pic s9(05)v99.
       77 x-geo-fine-v                   pic s9(05)v99.
       77 x-geo-fine-h                   pic s9(05)v99.
       77 x-geo-area                     pic 9(08)v99.
       77 x-geo-area-a                   pic 9(08)v99.

      **---------------------------------------------------------------**
      ** Riga di report: anomalia, controlli coinvolti (indici in
      ** tabella, il secondo 0 = nessuno) e area
      **---------------------------------------------------------------**
       77 x-geo-anomalia                 pic x(30).
       77 x-geo-a                        pic 9(04).
       77 x-geo-b                        pic 9(04).
       77 x-geo-id-b                     pic x(05).
       77 x-geo-nome-b                   pic x(30).
       77 x-geo-var-rep                  pic x(08).
       77 x-geo-n-form                   pic 9(08).
       77 x-geo-n-anomalie               pic 9(08).
       77 zeta-area                      pic zzzzzzz9,99.
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
       copy "utilscrgeom.cpy".
      *
       procedure division using stringhe util-scrgeom.
      *
       main section.
       apri.
           move k-program-id             to prog-err
           move "N"                      to scrgeom-esito
           move 0                        to scrgeom-n-form
           move 0                        to scrgeom-n-anomalie
           move spaces                   to scrgeom-nome-report
           move 0                        to x-geo-n-form
           move 0                        to x-geo-n-anomalie

           if scrgeom-pac = " "
              if scrgeom-silent-mode not = "S"
                 move "SCRGEOM: pacchetto non indicato!!" to wb-msg
                 perform vbx-msg-error
              end-if
              go to fine
           end-if

           if ext-scr-dir = spaces
              accept ext-scr-dir      from environment "SCR-DIR"
           end-if

           accept datasis              from century-date

      **---------------------------------------------------------------**
      ** Apertura archivi (sola lettura)
      **---------------------------------------------------------------**
           initialize w-nome-scrforms
           string ext-scr-dir         delimited " "
              ext-os-slash "scrforms.arc" delimited size
                                 into w-nome-scrforms
           open input scrforms
           if stato not = "00"
              perform x-errore-apertura
              go to fine
           end-if
           initialize w-nome-scrfmpag
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfmpag.arc" delimited size
                                 into w-nome-scrfmpag
           open input scrfmpag
           if stato not = "00"
              perform x-errore-apertura
              close scrforms
              go to fine
           end-if
           initialize w-nome-scrfield
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfield.arc" delimited size
                                 into w-nome-scrfield
           open input scrfield
           if stato not = "00"
              perform x-errore-apertura
              close scrforms scrfmpag
              go to fine
           end-if
      **---------------------------------------------------------------**
      ** SCRFLDLY puo` non esistere ancora sulle installazioni
      ** vecchie: in quel caso lo creo vuoto e si verifica il solo
      ** layout base
      **---------------------------------------------------------------**
           initialize w-nome-scrfldly
           string ext-scr-dir         delimited " "
              ext-os-slash "scrfldly.arc" delimited size
                                 into w-nome-scrfldly
           open input scrfldly
           if stato = "35"
              open output scrfldly
              close scrfldly
              open input scrfldly
            else
              if stato not = "00"
                 perform x-errore-apertura
                 close scrforms scrfmpag scrfield
                 go to fine
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Apertura report (dated, stesso meccanismo di SCRSCNLOG)
      **---------------------------------------------------------------**
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "geolog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog

           open output scrscnlog
           if stato not = "00"
              if scrgeom-silent-mode not = "S"
                 string "Report non aperto: " w-nome-scrscnlog "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
              end-if
              close scrforms scrfmpag scrfield scrfldly
              go to fine
           end-if
           move w-nome-scrscnlog         to scrgeom-nome-report

           move "Pacchetto;Programma;Form;Variante;Pagina;Anomalia;Id 1;
      -      "Nome 1;Id 2;Nome 2;Area" to scn-rec
           write scn-rec

           move "S"                      to scrgeom-esito

           initialize scr-rec
           move scrgeom-pac              to scr-pac
           move scrgeom-prg              to scr-prg
           perform st-scrforms-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrforms
                 if w-verbo-ok          and
                    scr-pac = scrgeom-pac
                    if scrgeom-prg = spaces or
                       scrgeom-prg = scr-prg
                       perform x-geo-form
                     else
                       move k-fine-file to statusfi
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog
           close scrforms scrfmpag scrfield scrfldly

           move x-geo-n-form             to scrgeom-n-form
           move x-geo-n-anomalie         to scrgeom-n-anomalie

           if scrgeom-silent-mode not = "S"
              if x-geo-n-anomalie = 0
                 move "Nessuna anomalia di geometria riscontrata"
                                         to wb-msg
                 perform vbx-msg-info
               else
                 move x-geo-n-form       to zeta8a
                 move x-geo-n-anomalie   to zeta8b
                 string "Verifica geometria terminata: " zeta8a
                    " form, " zeta8b " anomalie (vedi "
                    w-nome-scrscnlog ")" delimited size into wb-msg
                 perform vbx-msg-info
              end-if
           end-if
           go to fine
           .
       x-errore-apertura.
           move "N"                      to scrgeom-esito
           if scrgeom-silent-mode not = "S"
              string "SCRGEOM: archivio non aperto; stato : " stato
                 delimited size into wb-msg
              perform vbx-msg-error
           end-if
           .

      *---------------------------------------------------------------**
      * Form corrente (record SCR-REC): layout base con le dimensioni
      * di SCRFORMS, poi una passata per ogni variante SCRFLDLY con
      * le dimensioni della variante (se la variante non le porta,
      * valgono quelle della form)
      *---------------------------------------------------------------**
       x-geo-form.
           add 1                         to x-geo-n-form

           move 0                        to x-geo-n-var
           initialize fly-rec
           move scr-pac                  to fly-pac
           move scr-prg                  to fly-prg
           move scr-frm                  to fly-frm
           perform st-scrfldly-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfldly
                 if w-verbo-ok      and
                    fly-pac = scr-pac and
                    fly-prg = scr-prg and
                    fly-frm = scr-frm
                    if fly-pag  = 0 and
                       fly-prog = 0 and
                       x-geo-n-var < k-max-geo-varianti
                       add 1             to x-geo-n-var
                       move fly-variante
                                  to x-geo-var-nome (x-geo-n-var)
                       move fly-v-size
                                  to x-geo-var-v-size (x-geo-n-var)
                       move fly-h-size
                                  to x-geo-var-h-size (x-geo-n-var)
                       if fly-v-size = 0
                          move scr-v-size
                                  to x-geo-var-v-size (x-geo-n-var)
                       end-if
                       if fly-h-size = 0
                          move scr-h-size
                                  to x-geo-var-h-size (x-geo-n-var)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move spaces                   to x-geo-variante
           move scr-v-size               to x-geo-form-v-size
           move scr-h-size               to x-geo-form-h-size
           perform x-geo-layout

           move 0                        to x-geo-v
           perform with test before until x-geo-v = x-geo-n-var
              add 1                      to x-geo-v
              move x-geo-var-nome (x-geo-v)   to x-geo-variante
              move x-geo-var-v-size (x-geo-v) to x-geo-form-v-size
              move x-geo-var-h-size (x-geo-v) to x-geo-form-h-size
              perform x-geo-layout
           end-perform
           .

      *---------------------------------------------------------------**
      * Tutte le pagine della form nel layout impostato: pagina 0
      * (sempre presente) e pagine censite in SCRFMPAG
      *---------------------------------------------------------------**
       x-geo-layout.
           if x-geo-variante = spaces
              move "BASE"                to x-geo-var-rep
            else
              move x-geo-variante        to x-geo-var-rep
           end-if

           move 0                        to x-geo-pag
           perform x-geo-pagina

           initialize fpg-rec
           move scr-pac                  to fpg-pac
           move scr-prg                  to fpg-prg
           move scr-frm                  to fpg-form
           perform st-scrfmpag-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfmpag
                 if w-verbo-ok      and
                    fpg-pac  = scr-pac and
                    fpg-prg  = scr-prg and
                    fpg-form = scr-frm
                    if fpg-pag not = 0
                       move fpg-pag      to x-geo-pag
                       perform x-geo-pagina
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

      *---------------------------------------------------------------**
      * Pagina X-GEO-PAG: carico i controlli, risolvo posizioni e
      * dimensioni della variante, individuo i figli delle griglie e
      * verifico ogni controllo e ogni coppia di controlli
      *---------------------------------------------------------------**
       x-geo-pagina.
           perform x-geo-carica-pagina
           if x-geo-n = 0
              exit paragraph
           end-if
           perform x-geo-ordina-catena
           perform x-geo-assegna-griglie

           move 0                        to x-geo-i
           perform with test before until x-geo-i = x-geo-n
              add 1                      to x-geo-i
              perform x-geo-verifica-limiti
              move x-geo-i               to x-geo-j
              perform with test before until x-geo-j = x-geo-n
                 add 1                   to x-geo-j
                 perform x-geo-verifica-coppia
              end-perform
           end-perform
           .

       x-geo-carica-pagina.
           move 0                        to x-geo-n
           move "N"                      to x-geo-overflow
           initialize x-geo-tab

           initialize fld-rec
           move scr-pac                  to fld-pac
           move scr-prg                  to fld-prg
           move scr-frm                  to fld-frm
           move x-geo-pag                to fld-pag
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok     and
                    fld-pac = scr-pac and
                    fld-prg = scr-prg and
                    fld-frm = scr-frm and
                    fld-pag = x-geo-pag
                    if x-geo-n < k-max-geo-campi
                       add 1             to x-geo-n
                       perform x-geo-censisci-campo
                     else
                       move "S"          to x-geo-overflow
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           if x-geo-overflow = "S"
              initialize e1-riga-report
              string scr-pac             delimited " "  ";"
                 delimited size
                 scr-prg                 delimited " "  ";"
                 delimited size
                 scr-frm                 delimited size ";"
                 delimited size
                 x-geo-var-rep           delimited " "  ";"
                 delimited size
                 x-geo-pag               delimited size ";"
                 delimited size
                 "AVVISO;;controlli oltre il massimo gestito, controllo 
      -          "parziale;;;"         delimited size
                                    into e1-riga-report
              move e1-riga-report        to scn-rec
              write scn-rec
           end-if
           .

      **---------------------------------------------------------------**
      ** Controllo FLD-REC in tabella (posizione X-GEO-N); nelle
      ** varianti posizione e dimensioni vengono dalla riga
      ** SCRFLDLY del controllo, se c'e` (altrimenti vale il
      ** layout base, come in rigenerazione)
      **---------------------------------------------------------------**
       x-geo-censisci-campo.
           move fld-prog                 to x-geo-t-prog (x-geo-n)
           move fld-padre                to x-geo-t-padre (x-geo-n)
           move fld-id                   to x-geo-t-id (x-geo-n)
           move fld-nome                 to x-geo-t-nome (x-geo-n)
           move fld-tip                  to x-geo-t-tip (x-geo-n)
           move fld-liv                  to x-geo-t-liv (x-geo-n)
           move fld-v-pos                to x-geo-t-v-pos (x-geo-n)
           move fld-h-pos                to x-geo-t-h-pos (x-geo-n)
           move fld-v-size               to x-geo-t-v-size (x-geo-n)
           move fld-h-size               to x-geo-t-h-size (x-geo-n)

           if x-geo-variante not = spaces
              initialize fly-rec
              move fld-pac               to fly-pac
              move fld-prg               to fly-prg
              move fld-frm               to fly-frm
              move x-geo-variante        to fly-variante
              move fld-pag               to fly-pag
              move fld-prog              to fly-prog
              perform rd-scrfldly
              if w-verbo-ok
                 move fly-v-pos          to x-geo-t-v-pos (x-geo-n)
                 move fly-h-pos          to x-geo-t-h-pos (x-geo-n)
                 move fly-v-size         to x-geo-t-v-size (x-geo-n)
                 move fly-h-size         to x-geo-t-h-size (x-geo-n)
              end-if
           end-if

           move "N"                      to x-geo-t-visuale (x-geo-n)
           move "N"                      to x-geo-t-cornice (x-geo-n)
           move "N"                      to x-geo-t-etich (x-geo-n)
           if x-geo-t-v-size (x-geo-n) > 0 and
              x-geo-t-h-size (x-geo-n) > 0 and
              fld-tip not = k-ctr-gruppo
              move "S"                   to x-geo-t-visuale (x-geo-n)
           end-if
           if fld-tip = k-ctr-frame
              move "S"                   to x-geo-t-cornice (x-geo-n)
           end-if

           compute x-geo-t-lab-v-pos (x-geo-n) =
                   x-geo-t-v-pos (x-geo-n) + fld-label-v-pos-rel
           compute x-geo-t-lab-h-pos (x-geo-n) =
                   x-geo-t-h-pos (x-geo-n) + fld-label-h-pos-rel
           move fld-label-v-size     to x-geo-t-lab-v-size (x-geo-n)
           move fld-label-h-size     to x-geo-t-lab-h-size (x-geo-n)
           if fld-label-v-size > 0 and
              fld-label-h-size > 0
              move "S"                   to x-geo-t-etich (x-geo-n)
           end-if
           .

      **---------------------------------------------------------------**
      ** Ordine di catena: dal controllo con FLD-PADRE = 0, ogni
      ** successivo e` quello che ha come padre il FLD-PROG del
      ** precedente. Eventuali controlli fuori catena (catena rotta)
      ** finiscono in coda, nell'ordine di chiave
      **---------------------------------------------------------------**
       x-geo-ordina-catena.
           move 0                        to x-geo-n-ord
           move 0                        to x-geo-padre-corr
           move "S"                      to x-geo-segui
           perform with test before until x-geo-segui = "N"
              move "N"                   to x-geo-segui
              move 0                     to x-geo-o
              perform with test before until x-geo-o = x-geo-n
                 add 1                   to x-geo-o
                 if x-geo-t-ordine (x-geo-o) = 0 and
                    x-geo-t-padre (x-geo-o) = x-geo-padre-corr
                    add 1                to x-geo-n-ord
                    move x-geo-n-ord     to x-geo-t-ordine (x-geo-o)
                    move x-geo-o         to x-geo-ord (x-geo-n-ord)
                    move x-geo-t-prog (x-geo-o) to x-geo-padre-corr
                    move "S"             to x-geo-segui
                    exit perform
                 end-if
              end-perform
           end-perform

           move 0                        to x-geo-o
           perform with test before until x-geo-o = x-geo-n
              add 1                      to x-geo-o
              if x-geo-t-ordine (x-geo-o) = 0
                 add 1                   to x-geo-n-ord
                 move x-geo-n-ord        to x-geo-t-ordine (x-geo-o)
                 move x-geo-o            to x-geo-ord (x-geo-n-ord)
              end-if
           end-perform
           .

      **---------------------------------------------------------------**
      ** Figli di griglia: i controlli che seguono una griglia lungo
      ** la catena con livello maggiore del suo; il primo controllo
      ** di livello pari o minore chiude la griglia
      **---------------------------------------------------------------**
       x-geo-assegna-griglie.
           move 0                        to x-geo-gr-idx
           move spaces                   to x-geo-gr-liv
           move 0                        to x-geo-o
           perform with test before until x-geo-o = x-geo-n-ord
              add 1                      to x-geo-o
              move x-geo-ord (x-geo-o)   to x-geo-i
              if x-geo-gr-idx not = 0 and
                 x-geo-t-liv (x-geo-i) > x-geo-gr-liv
                 move x-geo-gr-idx       to x-geo-t-griglia (x-geo-i)
               else
                 move 0                  to x-geo-gr-idx
                 move 0                  to x-geo-t-griglia (x-geo-i)
                 if x-geo-t-tip (x-geo-i) = k-ctr-grid or
                    x-geo-t-tip (x-geo-i) = k-ctr-grid-paged
                    move x-geo-i         to x-geo-gr-idx
                    move x-geo-t-liv (x-geo-i) to x-geo-gr-liv
                 end-if
              end-if
           end-perform
           .

      **---------------------------------------------------------------**
      ** Limiti del controllo X-GEO-I: i controlli di primo livello
      ** (e le loro label) devono stare nella form, i figli di
      ** griglia (e le loro intestazioni) dentro la loro griglia
      **---------------------------------------------------------------**
       x-geo-verifica-limiti.
           move x-geo-i                  to x-geo-a
           move 0                        to x-geo-b

           if x-geo-t-griglia (x-geo-i) not = 0
              move x-geo-t-griglia (x-geo-i) to x-geo-g
              move x-geo-t-v-pos (x-geo-g)  to x-geo-bv
              move x-geo-t-h-pos (x-geo-g)  to x-geo-bh
              move x-geo-t-v-size (x-geo-g) to x-geo-bvs
              move x-geo-t-h-size (x-geo-g) to x-geo-bhs
              if x-geo-t-visuale (x-geo-i) = "S"
                 perform x-geo-box-a-campo
                 perform x-geo-fuori
                 if x-geo-area > 0
                    move x-geo-g         to x-geo-b
                    move "FUORI GRIGLIA" to x-geo-anomalia
                    perform x-geo-scrivi
                 end-if
              end-if
              if x-geo-t-etich (x-geo-i) = "S"
                 perform x-geo-box-a-etich
                 perform x-geo-fuori
                 if x-geo-area > 0
                    move x-geo-g         to x-geo-b
                    move "ETICHETTA FUORI GRIGLIA"
                                         to x-geo-anomalia
                    perform x-geo-scrivi
                 end-if
              end-if
              exit paragraph
           end-if

      * form senza dimensioni: niente da confrontare
           if x-geo-form-v-size = 0 or
              x-geo-form-h-size = 0
              exit paragraph
           end-if
           move 1                        to x-geo-bv
           move 1                        to x-geo-bh
           move x-geo-form-v-size        to x-geo-bvs
           move x-geo-form-h-size        to x-geo-bhs

           if x-geo-t-visuale (x-geo-i) = "S"
              perform x-geo-box-a-campo
              perform x-geo-fuori
              if x-geo-area > 0
                 move "CONTROLLO FUORI FORM" to x-geo-anomalia
                 perform x-geo-scrivi
              end-if
           end-if
           if x-geo-t-etich (x-geo-i) = "S"
              perform x-geo-box-a-etich
              perform x-geo-fuori
              if x-geo-area > 0
                 move "ETICHETTA FUORI FORM" to x-geo-anomalia
                 perform x-geo-scrivi
              end-if
           end-if
           .

      **---------------------------------------------------------------**
      ** Coppia X-GEO-I / X-GEO-J: si confrontano solo controlli con
      ** la stessa griglia di appartenenza (entrambi di primo
      ** livello o figli della stessa griglia); per i figli di
      ** griglia la label e' l'intestazione di colonna e si
      ** verifica contro i controlli e le intestazioni degli altri
      ** figli della stessa griglia
      **---------------------------------------------------------------**
       x-geo-verifica-coppia.
           if x-geo-t-griglia (x-geo-i) not =
              x-geo-t-griglia (x-geo-j)
              exit paragraph
           end-if

           if x-geo-t-visuale (x-geo-i) = "S" and
              x-geo-t-visuale (x-geo-j) = "S" and
              x-geo-t-cornice (x-geo-i) = "N" and
              x-geo-t-cornice (x-geo-j) = "N"
              move x-geo-i               to x-geo-a
              move x-geo-j               to x-geo-b
              perform x-geo-box-a-campo
              perform x-geo-box-b-campo
              perform x-geo-interseca
              if x-geo-area > 0
                 move "CONTROLLI SOVRAPPOSTI" to x-geo-anomalia
                 perform x-geo-scrivi
              end-if
           end-if

           if x-geo-t-etich (x-geo-i) = "S" and
              x-geo-t-visuale (x-geo-j) = "S" and
              x-geo-t-cornice (x-geo-j) = "N"
              move x-geo-i               to x-geo-a
              move x-geo-j               to x-geo-b
              perform x-geo-box-a-etich
              perform x-geo-box-b-campo
              perform x-geo-interseca
              if x-geo-area > 0
                 move "ETICHETTA SU CONTROLLO" to x-geo-anomalia
                 perform x-geo-scrivi
              end-if
           end-if

           if x-geo-t-etich (x-geo-j) = "S" and
              x-geo-t-visuale (x-geo-i) = "S" and
              x-geo-t-cornice (x-geo-i) = "N"
              move x-geo-j               to x-geo-a
              move x-geo-i               to x-geo-b
              perform x-geo-box-a-etich
              perform x-geo-box-b-campo
              perform x-geo-interseca
              if x-geo-area > 0
                 move "ETICHETTA SU CONTROLLO" to x-geo-anomalia
                 perform x-geo-scrivi
              end-if
           end-if

           if x-geo-t-etich (x-geo-i) = "S" and
              x-geo-t-etich (x-geo-j) = "S"
              move x-geo-i               to x-geo-a
              move x-geo-j               to x-geo-b
              perform x-geo-box-a-etich
              perform x-geo-box-b-etich
              perform x-geo-interseca
              if x-geo-area > 0
                 move "ETICHETTE SOVRAPPOSTE" to x-geo-anomalia
                 perform x-geo-scrivi
              end-if
           end-if
           .

      **---------------------------------------------------------------**
      ** Rettangoli A (controllo X-GEO-A) e B (controllo X-GEO-B)
      **---------------------------------------------------------------**
       x-geo-box-a-campo.
           move x-geo-t-v-pos (x-geo-a)      to x-geo-av
           move x-geo-t-h-pos (x-geo-a)      to x-geo-ah
           move x-geo-t-v-size (x-geo-a)     to x-geo-avs
           move x-geo-t-h-size (x-geo-a)     to x-geo-ahs
           .
       x-geo-box-a-etich.
           move x-geo-t-lab-v-pos (x-geo-a)  to x-geo-av
           move x-geo-t-lab-h-pos (x-geo-a)  to x-geo-ah
           move x-geo-t-lab-v-size (x-geo-a) to x-geo-avs
           move x-geo-t-lab-h-size (x-geo-a) to x-geo-ahs
           .
       x-geo-box-b-campo.
           move x-geo-t-v-pos (x-geo-b)      to x-geo-bv
           move x-geo-t-h-pos (x-geo-b)      to x-geo-bh
           move x-geo-t-v-size (x-geo-b)     to x-geo-bvs
           move x-geo-t-h-size (x-geo-b)     to x-geo-bhs
           .
       x-geo-box-b-etich.
           move x-geo-t-lab-v-pos (x-geo-b)  to x-geo-bv
           move x-geo-t-lab-h-pos (x-geo-b)  to x-geo-bh
           move x-geo-t-lab-v-size (x-geo-b) to x-geo-bvs
           move x-geo-t-lab-h-size (x-geo-b) to x-geo-bhs
           .

      **---------------------------------------------------------------**
      ** Area comune ai rettangoli A e B (0 = nessuna sovrapposizione)
      **---------------------------------------------------------------**
       x-geo-interseca.
           move 0                        to x-geo-area
           if x-geo-av > x-geo-bv
              move x-geo-av              to x-geo-ini-v
            else
              move x-geo-bv              to x-geo-ini-v
           end-if
           if x-geo-ah > x-geo-bh
              move x-geo-ah              to x-geo-ini-h
            else
              move x-geo-bh              to x-geo-ini-h
           end-if
           if x-geo-av + x-geo-avs < x-geo-bv + x-geo-bvs
              compute x-geo-fine-v = x-geo-av + x-geo-avs
            else
              compute x-geo-fine-v = x-geo-bv + x-geo-bvs
           end-if
           if x-geo-ah + x-geo-ahs < x-geo-bh + x-geo-bhs
              compute x-geo-fine-h = x-geo-ah + x-geo-ahs
            else
              compute x-geo-fine-h = x-geo-bh + x-geo-bhs
           end-if
           if x-geo-fine-v > x-geo-ini-v and
              x-geo-fine-h > x-geo-ini-h
              compute x-geo-area rounded =
                      (x-geo-fine-v - x-geo-ini-v) *
                      (x-geo-fine-h - x-geo-ini-h)
           end-if
           .

      **---------------------------------------------------------------**
      ** Area del rettangolo A che resta fuori dal rettangolo B
      ** (form o griglia contenitore)
      **---------------------------------------------------------------**
       x-geo-fuori.
           perform x-geo-interseca
           compute x-geo-area-a rounded = x-geo-avs * x-geo-ahs
           if x-geo-area-a > x-geo-area
              compute x-geo-area = x-geo-area-a - x-geo-area
            else
              move 0                     to x-geo-area
           end-if
           .

      **---------------------------------------------------------------**
      ** Riga di report per l'anomalia X-GEO-ANOMALIA fra i
      ** controlli X-GEO-A e X-GEO-B (0 = anomalia del solo A)
      **---------------------------------------------------------------**
       x-geo-scrivi.
           add 1                         to x-geo-n-anomalie
           move x-geo-area               to zeta-area
           move spaces                   to x-geo-id-b
           move spaces                   to x-geo-nome-b
           if x-geo-b not = 0
              move x-geo-t-id (x-geo-b)  to x-geo-id-b
              move x-geo-t-nome (x-geo-b) to x-geo-nome-b
           end-if
           initialize e1-riga-report
           string scr-pac                delimited " "  ";"
              delimited size
              scr-prg                    delimited " "  ";"
              delimited size
              scr-frm                    delimited size ";"
              delimited size
              x-geo-var-rep              delimited " "  ";"
              delimited size
              x-geo-pag                  delimited size ";"
              delimited size
              x-geo-anomalia             delimited "  " ";"
              delimited size
              x-geo-t-id (x-geo-a)       delimited size ";"
              delimited size
              x-geo-t-nome (x-geo-a)     delimited " "  ";"
              delimited size
              x-geo-id-b                 delimited " "  ";"
              delimited size
              x-geo-nome-b               delimited " "  ";"
              delimited size
              zeta-area                  delimited size
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

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
       st-scrfmpag-notmin.
           start scrfmpag key is >= fpg-chia1
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
       rd-scrfldly.
           read scrfldly
              invalid key     move k-verbo-invalido to statusfi
              not invalid key move k-verbo-ok        to statusfi
           end-read
           .
       st-scrfldly-notmin.
           start scrfldly key is >= fly-chia1
              invalid key     move k-fine-file to statusfi
              not invalid key move k-verbo-ok  to statusfi
           end-start
           .
       rdnxt-scrfldly.
           read scrfldly next record
              at end     move k-fine-file to statusfi
              not at end move k-verbo-ok  to statusfi
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
