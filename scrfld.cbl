       copy "scrcest.fd".
       copy "scrlock.fd".
       copy "scrperm.fd".
       copy "relcum.fd".
       copy "scrgloss.fd".
       copy "scrappr.fd".
       copy "scraplog.fd".
       copy "relappr.fd".
      *
       data division.
       file section.
       fd  scrperm
           label record standard.
           copy "scrperm.cpy".
       fd  relcum
           label record standard.
           copy "relcum.cpy".
       fd  scrgloss
           label record standard.
           copy "scrgloss.cpy".
       fd  scrappr
           label record standard.
           copy "scrappr.cpy".
       fd  scraplog
           label record standard.
           copy "scraplog.cpy".
       fd  relappr
           label record standard.
           copy "relappr.cpy".
      *
       working-storage section.
       copy "scrfld.wrk".
       78  k-menu-id-permessi           value 225.
       78  k-menu-id-verifica-testi     value 226.
       78  k-menu-id-varianti-layout    value 227.
       78  k-menu-id-verifica-geometria value 228.
       78  k-menu-id-rinomina-controllo value 229.
       78  k-menu-id-riferimenti-rotti  value 230.
       78  k-menu-id-verifica-tracciati value 231.
       78  k-menu-id-rilascio-cumulativo value 232.
       78  k-menu-id-approvazione       value 238.
      *-------------------------------------------------------------**
      * Eventi collegati al menu 'lingua'
      *-------------------------------------------------------------**
       78  k-menu-id-testi-generali   value 204.
       78  k-menu-id-testi-programma  value 205.
       78  k-menu-id-copertura-lingue value 220.
       78  k-menu-id-glossario        value 233.
       78  k-menu-id-glossario-incoerenze value 234.
       78  k-menu-id-glossario-precompila value 235.
      *-------------------------------------------------------------**
      * Eventi collegati al menu 'DB'
      *-------------------------------------------------------------**
       78  k-menu-id-template         value 211.
       78  k-menu-id-dipendenze       value 212.
       78  k-menu-id-propaga-template value 221.
       78  k-menu-id-utilizzo-template value 236.
       78  k-menu-id-unisci-template  value 237.

      **------------------------------------------------------------**
      ** Handles per la gestione di un menu a tendina
       77 a3-padre-riga-prec            pic 9(04).
       77 a3-padre-riga-dopo            pic 9(04).
       77 a3-padre-riga-att             pic 9(04).
       77 a3-riscritte                  pic 9(02).

       77  a4-prog-da                   pic 9(04).
       77  a4-prog-a                    pic 9(04).
       77 w-nome-scrscnlog              pic x(70).
       77 e-data-report                 pic 9(08).
       01 e1-riga-report                pic x(200).
       77 x-xref-trovati                pic 9(08).
       77 x-xref-tip                    pic x(01).
       77 x-xref-tab                    pic x(01).
       77 w-ret-create-dir              pic 9(09) comp-4.
       01 e3-riga-catalogo              pic x(200).

      **---------------------------------------------------------------**
      ** Rilascio cumulativo per cliente: tutti i programmi del
      ** pacchetto cambiati (SCRFHIST) o con cancellazioni (SCRCEST)
      ** dopo l'ultima consegna catalogata a quel cliente, in una
      ** sola cartella con un solo rigo di catalogo
      **---------------------------------------------------------------**
       78 k-max-cum-prg                 value 150.
       77 x-cum-n                       pic 9(04).
       77 x-cum-i                       pic 9(04).
       01 x-cum-tab.
         02 x-cum-ele occurs k-max-cum-prg times.
           03 x-cum-t-prg               pic x(20).
           03 x-cum-t-modifiche         pic 9(05).
           03 x-cum-t-cancellati        pic 9(05).
           03 x-cum-t-ult-data          pic 9(08).
           03 x-cum-t-presente          pic x(01).
       77 x-cum-overflow                pic x(01).
       77 x-cum-trovato                 pic x(01).
       01 x-cum-cliente                 pic x(30).
       01 x-cum-clip                    pic x(4000).
       01 x-cum-tok                     pic x(40).
       77 x-cum-ptr                     pic 9(05).
       77 x-cum-errati                  pic 9(04).
       01 x-cum-prg                     pic x(20).
       77 x-cum-data                    pic 9(08).
       77 x-cum-ora                     pic 9(08).
       77 x-cum-ult-data                pic 9(08).
       77 x-cum-ult-ora                 pic 9(08).
       01 x-cum-ult-dir                 pic x(70).
       77 x-cum-cat-ko                  pic x(01).
       01 x-cum-cat-operatore           pic x(20).
       01 x-cum-cat-data                pic x(08).
       01 x-cum-cat-ora                 pic x(08).
       01 x-cum-cat-pac                 pic x(08).
       01 x-cum-cat-prg                 pic x(20).
       01 x-cum-cat-dir                 pic x(70).
       01 x-cum-cat-cliente             pic x(30).
       77 w-nome-relcum                 pic x(70).
       01 e4-riga-catalogo              pic x(4000).
       77 x-cum-cat-ptr                 pic 9(05).

      **---------------------------------------------------------------**
      ** Anteprima differenze per l'import testi multilingua
      ** (X-CALL-SCRIMLNG)
       01 x-prm-s-livello                pic x(01).
       01 x-prm-sav-chia                 pic x(28).

      **---------------------------------------------------------------**
      ** Approvazione a quattro occhi (archivio SCRAPPR, log
      ** permanente SCRAPLOG): ogni variazione registrata su SCRFHIST
      ** mette il programma "in attesa di revisione"; un altro
      ** operatore, con livello (A)pprovazione sul pacchetto, lo
      ** approva o lo respinge dopo aver visto le variazioni
      ** successive all'ultima approvazione. I rilasci (spot e
      ** cumulativo) accettano solo programmi approvati e lasciano
      ** le approvazioni nella cartella (relappr.txt) per SCRRELBAT
      **---------------------------------------------------------------**
       77 w-nome-scrappr                 pic x(70).
       77 w-nome-scraplog                pic x(70).
       77 w-nome-relappr                 pic x(70).
       01 x-apr-pac                      pic x(08).
       01 x-apr-prg                      pic x(20).
       77 x-apr-ok                       pic x(01).
       77 x-apr-stato                    pic x(01).
       01 x-apr-revisore                 pic x(20).
       77 x-apr-app-data                 pic 9(08).
       77 x-apr-app-ora                  pic 9(08).
       77 x-apr-ora                      pic 9(08).
       77 x-apr-n-var                    pic 9(08).
       77 x-apr-proprie                  pic 9(08).
       77 x-apr-esito                    pic x(01).
       01 x-apr-clip                     pic x(200).
       01 x-apr-nota                     pic x(60).
       01 x-apr-mod-oper                 pic x(20).
       77 x-apr-mod-data                 pic 9(08).
       77 x-apr-mod-ora                  pic 9(08).
       77 x-apr-non-app                  pic 9(04).
       01 x-apr-primo                    pic x(20).
       77 x-apr-cumulativo               pic x(01).
       78 k-max-apr-aut                  value 10.
       77 x-apr-n-aut                    pic 9(02).
       77 x-apr-a                        pic 9(02).
       77 x-apr-aut-trovato              pic x(01).
       01 x-apr-aut-tab.
         02 x-apr-aut occurs k-max-apr-aut times pic x(20).
       01 x-apr-autori                   pic x(120).
       77 x-apr-aut-ptr                  pic 9(04).
       01 e5-riga-log                    pic x(300).

      **---------------------------------------------------------------**
      ** Glossario dei termini (archivio SCRGLOSS): traduzione
      ** approvata, lingua per lingua, dei testi della lingua base.
      ** La manutenzione usa lo stesso schema dei permessi: elenco su
      ** report datato, cancellazione riga per riga e aggiunta/
      ** aggiornamento dagli appunti di Windows
      ** (LINGUA;TESTO BASE;TRADUZIONE)
      **---------------------------------------------------------------**
       77 w-nome-scrgloss                pic x(70).
       77 x-glo-trovati                  pic 9(08).
       01 x-glo-clip                     pic x(200).
       01 x-glo-s-emu                    pic x(02).
       01 x-glo-s-base                   pic x(60).
       01 x-glo-s-trad                   pic x(60).
       01 x-glo-sav-chia                 pic x(62).
       01 x-glo-emu                      pic x(02).
       01 x-glo-termine                  pic x(60).
       01 x-glo-trad                     pic x(60).
       77 x-glo-esito                    pic x(01).
      **---------------------------------------------------------------**
      ** Traduzioni incoerenti: ogni variante (testo base, lingua,
      ** traduzione) trovata su SCRPGMSG con i programmi e gli id che
      ** la usano; un testo base con piu` varianti nella stessa lingua
      ** finisce sul report, insieme al termine approvato se c'e`
      **---------------------------------------------------------------**
       78 k-max-gin-var                  value 2000.
       78 k-max-gin-usi                  value 5000.
       77 x-gin-n-var                    pic 9(04).
       77 x-gin-v                        pic 9(04).
       77 x-gin-w                        pic 9(04).
       01 x-gin-var-tab.
         02 x-gin-var occurs k-max-gin-var times.
           03 x-gin-v-base               pic x(60).
           03 x-gin-v-emu                pic x(02).
           03 x-gin-v-trad               pic x(60).
       77 x-gin-n-usi                    pic 9(04).
       77 x-gin-u                        pic 9(04).
       01 x-gin-usi-tab.
         02 x-gin-uso occurs k-max-gin-usi times.
           03 x-gin-u-var                pic 9(04).
           03 x-gin-u-pac                pic x(08).
           03 x-gin-u-prg                pic x(20).
           03 x-gin-u-tip                pic x(01).
           03 x-gin-u-id                 pic 9(05).
           03 x-gin-u-sez                pic 9(02).
           03 x-gin-u-campo              pic x(01).
       77 x-gin-overflow                 pic x(01).
       77 x-gin-varianti                 pic 9(04).
       77 x-gin-gruppi                   pic 9(08).
       77 x-gin-gia-fatto                pic x(01).
       01 x-gin-sav-chia                 pic x(38).
       01 x-gin-base-label               pic x(60).
       01 x-gin-base-testo               pic x(240).
       01 x-gin-base                     pic x(60).
       01 x-gin-trad                     pic x(60).
       01 x-gin-campo                    pic x(01).
       01 x-gin-esito                    pic x(15).
      **---------------------------------------------------------------**
      ** Precompilazione dal glossario delle righe SCRPGMSG mancanti:
      ** lingue di arrivo presenti nel glossario
      **---------------------------------------------------------------**
       78 k-max-gpf-lingue               value 20.
       77 x-gpf-n-lingue                 pic 9(02).
       77 x-gpf-l                        pic 9(02).
       01 x-gpf-lin-tab.
         02 x-gpf-emu occurs k-max-gpf-lingue times pic x(02).
       77 x-gpf-overflow                 pic x(01).
       77 x-gpf-scritte                  pic 9(08).
       77 x-gpf-trovata                  pic x(01).
       01 x-gpf-sav-chia                 pic x(38).
       01 x-gpf-base-label               pic x(60).
       01 x-gpf-base-testo               pic x(240).
       01 x-gpf-label                    pic x(60).
       01 x-gpf-testo                    pic x(60).
       01 x-gpf-nota                     pic x(30).
       77 x-gpf-esito                    pic x(20).
       01 x-gpf-pac                      pic x(08).
       01 x-gpf-prg                      pic x(20).
       77 x-gpf-report                   pic x(01).
       77 x-gpf-prg-nuovo                pic x(01).

      **---------------------------------------------------------------**
      ** Utilizzo dei template (SCRTEMPL): conteggio, pacchetto per
      ** pacchetto, dei controlli che li referenziano (FLD-TML),
      ** template inutilizzati e gruppi di template con la stessa
      ** definizione a meno di codice e descrizione. L'unione
      ** riaggancia a un template B tutti i controlli del template A,
      ** in tutti i pacchetti, e solo alla fine cancella A passando
      ** dal cestino
      **---------------------------------------------------------------**
       78 k-max-utm-tml                 value 2000.
       78 k-max-utm-uso                 value 5000.
       77 x-utm-n-tml                   pic 9(04).
       77 x-utm-t                       pic 9(04).
       77 x-utm-g                       pic 9(04).
       01 x-utm-tml-tab.
         02 x-utm-tml-ele occurs k-max-utm-tml times.
           03 x-utm-t-cod               pic x(08).
           03 x-utm-t-des               pic x(40).
           03 x-utm-t-defin             pic x(134).
           03 x-utm-t-gruppo            pic x(08).
           03 x-utm-t-usi               pic 9(04).
       77 x-utm-n-uso                   pic 9(04).
       77 x-utm-u                       pic 9(04).
       77 x-utm-u-inizio                pic 9(04).
       01 x-utm-uso-tab.
         02 x-utm-uso-ele occurs k-max-utm-uso times.
           03 x-utm-u-tml               pic x(08).
           03 x-utm-u-pac               pic x(08).
           03 x-utm-u-n-campi           pic 9(08).
           03 x-utm-u-censito           pic x(01).
       77 x-utm-overflow                pic x(01).
       77 x-utm-trovato                 pic x(01).
       77 x-utm-inutili                 pic 9(08).
       77 x-utm-orfani                  pic 9(08).
       77 x-utm-pac                     pic x(08).
       77 x-utm-n-ed                    pic zzzzzzz9.
       01 x-utm-esito                   pic x(20).
       01 x-utm-clip                    pic x(200).
       77 x-utm-da                      pic x(08).
       77 x-utm-a                       pic x(08).
       01 x-utm-defin-da                pic x(134).
       01 x-utm-des-a                   pic x(40).
       77 x-utm-aggiornati              pic 9(08).
       77 x-utm-saltati                 pic 9(08).
       77 x-utm-ult-pac                 pic x(08).
       77 x-utm-ult-prg                 pic x(20).
      * esito della verifica sul pacchetto/programma corrente:
      * (S)i aggiorna, (N)o e il motivo va sul report
       77 x-utm-pac-ok                  pic x(01).
       77 x-utm-prg-ok                  pic x(01).
       77 x-utm-corr-ok                 pic x(01).
       01 x-utm-motivo                  pic x(40).
       01 x-utm-nota                    pic x(40).

      **---------------------------------------------------------------**
      ** Varianti di layout per form (archivio SCRFLDLY): insiemi
      ** alternativi con nome delle posizioni/dimensioni dei
       77 x-lay-n-righe                  pic 9(08).
       77 x-lay-trovate                  pic 9(08).
       77 x-lay-salvate                  pic 9(08).
       77 x-lay-cancellate               pic 9(08).
       77 x-lay-applicate                pic 9(08).
       01 x-lay-sav-chia                 pic x(48).
       01 x-lay-sav-des                  pic x(40).
       77 x-prf-prg-corr                pic x(20).
       77 w-nome-scrprf                 pic x(70).

      **---------------------------------------------------------------**
      ** Rinomina di un controllo: tutti i riferimenti al vecchio nome
      ** nello stesso programma (FLD-ENABLED/FLD-VISIBLE, condizioni
      ** SCRSRC di abilitazione/visibilita` e colore riga, campo di
      ** riferimento delle regole SCRFLDRL OS/CF) vengono prima
      ** raccolti in tabella ed elencati su report datato, poi
      ** riscritti tutti insieme al nome nuovo, o nessuno. Lo stesso
      ** confronto per parola intera serve al report dei riferimenti
      ** interrotti (condizioni e regole che nominano un campo che
      ** nel programma non c'e` piu`)
      **---------------------------------------------------------------**
       78 k-max-ren-rif                 value 200.
       77 x-ren-n                       pic 9(04).
       77 x-ren-r                       pic 9(04).
       77 x-ren-q                       pic 9(04).
       77 x-ren-ult                     pic 9(04).
       01 x-ren-tab.
         02 x-ren-ele occurs k-max-ren-rif times.
      * tipo: N = FLD-NOME del controllo rinominato, E/V = FLD-ENABLED/
      * FLD-VISIBLE, S = sorgente SCRSRC, R = regola SCRFLDRL
           03 x-ren-t-tipo              pic x(01).
           03 x-ren-t-frm               pic 9(02).
           03 x-ren-t-pag               pic 9(02).
           03 x-ren-t-padre             pic 9(04).
           03 x-ren-t-prog              pic 9(04).
           03 x-ren-t-id                pic 9(05).
           03 x-ren-t-seq               pic 9(02).
           03 x-ren-t-nome              pic x(30).
           03 x-ren-t-src-div           pic x(01).
           03 x-ren-t-src-tip           pic x(20).
           03 x-ren-t-vecchio           pic x(500).
           03 x-ren-t-nuovo             pic x(500).
      * overflow: T = tabella piena, L = testo oltre la capienza
       77 x-ren-overflow                pic x(01).
       77 x-ren-tipo-cor                pic x(01).
       77 x-ren-trovato                 pic x(01).
       77 x-ren-omonimi                 pic 9(04).
       77 x-ren-doppi                   pic 9(04).
       77 x-ren-errori                  pic 9(04).
       77 x-ren-verso                   pic x(01).
       77 x-ren-toccato                 pic x(01).
       77 x-ren-nome-ok                 pic x(01).
       77 x-ren-match                   pic x(01).
       77 x-ren-frm                     pic 9(02).
       77 x-ren-pag                     pic 9(02).
       77 x-ren-padre                   pic 9(04).
       77 x-ren-prog                    pic 9(04).
       77 x-ren-src-div                 pic x(01).
       77 x-ren-src-tip                 pic x(20).
       77 x-ren-dove                    pic x(20).
       01 x-ren-clip                    pic x(200).
       01 x-ren-vecchio                 pic x(30).
       01 x-ren-nuovo                   pic x(30).
       01 x-ren-vecchio-min             pic x(30).
       01 x-ren-nuovo-min               pic x(30).
       01 x-ren-nome-min                pic x(30).
       01 x-ren-rev                     pic x(30).
       77 x-ren-lv                      pic 9(04).
       77 x-ren-ln                      pic 9(04).
       77 x-ren-spazi                   pic 9(04).
       01 x-ren-testo                   pic x(500).
       01 x-ren-testo-min               pic x(500).
       01 x-ren-risultato               pic x(500).
       01 x-ren-buf                     pic x(1000).
       77 x-ren-cap                     pic 9(04).
       77 x-ren-p                       pic 9(04).
       77 x-ren-o                       pic 9(04).
       77 x-ren-n-sost                  pic 9(04).
       77 x-ren-lungo                   pic x(01).
       77 x-ren-apice                   pic x(01).
       01 x-ren-car                     pic x(01).
         88 x-ren-car-lettera           value "a" thru "z"
                                              "A" thru "Z".
         88 x-ren-car-id                value "a" thru "z"
                                              "A" thru "Z"
                                              "0" thru "9"
                                              "-" "_".
       78 k-max-rrf-prg                 value 500.
       78 k-max-rrf-nomi                value 2000.
       78 k-max-rrf-canc                value 200.
       77 x-rrf-n-prg                   pic 9(04).
       77 x-rrf-p                       pic 9(04).
       77 x-rrf-n-nomi                  pic 9(04).
       77 x-rrf-k                       pic 9(04).
       77 x-rrf-n-canc                  pic 9(04).
       77 x-rrf-c                       pic 9(04).
       01 x-rrf-prg-tab.
         02 x-rrf-prg-t occurs k-max-rrf-prg times  pic x(20).
       01 x-rrf-nomi-tab.
         02 x-rrf-nome-t occurs k-max-rrf-nomi times pic x(30).
       01 x-rrf-canc-tab.
         02 x-rrf-canc-t occurs k-max-rrf-canc times pic x(30).
       77 x-rrf-prg                     pic x(20).
       77 x-rrf-trovato                 pic x(01).
       77 x-rrf-overflow                pic x(01).
       77 x-rrf-trovati                 pic 9(08).
       01 x-rrf-cerca                   pic x(30).
       78 k-max-rrf-ris                 value 75.
       01 x-rrf-ris-tab.
         02 filler  pic x(16) value "and".
         02 filler  pic x(16) value "or".
         02 filler  pic x(16) value "not".
         02 filler  pic x(16) value "is".
         02 filler  pic x(16) value "are".
         02 filler  pic x(16) value "equal".
         02 filler  pic x(16) value "equals".
         02 filler  pic x(16) value "greater".
         02 filler  pic x(16) value "less".
         02 filler  pic x(16) value "than".
         02 filler  pic x(16) value "to".
         02 filler  pic x(16) value "zero".
         02 filler  pic x(16) value "zeros".
         02 filler  pic x(16) value "zeroes".
         02 filler  pic x(16) value "space".
         02 filler  pic x(16) value "spaces".
         02 filler  pic x(16) value "true".
         02 filler  pic x(16) value "false".
         02 filler  pic x(16) value "numeric".
         02 filler  pic x(16) value "alphabetic".
         02 filler  pic x(16) value "alphabetic-lower".
         02 filler  pic x(16) value "alphabetic-upper".
         02 filler  pic x(16) value "positive".
         02 filler  pic x(16) value "negative".
         02 filler  pic x(16) value "low-value".
         02 filler  pic x(16) value "low-values".
         02 filler  pic x(16) value "high-value".
         02 filler  pic x(16) value "high-values".
         02 filler  pic x(16) value "quote".
         02 filler  pic x(16) value "quotes".
         02 filler  pic x(16) value "null".
         02 filler  pic x(16) value "nulls".
         02 filler  pic x(16) value "of".
         02 filler  pic x(16) value "in".
         02 filler  pic x(16) value "if".
         02 filler  pic x(16) value "else".
         02 filler  pic x(16) value "end-if".
         02 filler  pic x(16) value "then".
         02 filler  pic x(16) value "move".
         02 filler  pic x(16) value "set".
         02 filler  pic x(16) value "compute".
         02 filler  pic x(16) value "add".
         02 filler  pic x(16) value "subtract".
         02 filler  pic x(16) value "multiply".
         02 filler  pic x(16) value "divide".
         02 filler  pic x(16) value "from".
         02 filler  pic x(16) value "by".
         02 filler  pic x(16) value "giving".
         02 filler  pic x(16) value "into".
         02 filler  pic x(16) value "perform".
         02 filler  pic x(16) value "until".
         02 filler  pic x(16) value "times".
         02 filler  pic x(16) value "varying".
         02 filler  pic x(16) value "evaluate".
         02 filler  pic x(16) value "when".
         02 filler  pic x(16) value "other".
         02 filler  pic x(16) value "also".
         02 filler  pic x(16) value "end-evaluate".
         02 filler  pic x(16) value "function".
         02 filler  pic x(16) value "length".
         02 filler  pic x(16) value "any".
         02 filler  pic x(16) value "all".
         02 filler  pic x(16) value "continue".
         02 filler  pic x(16) value "display".
         02 filler  pic x(16) value "modify".
         02 filler  pic x(16) value "inquire".
         02 filler  pic x(16) value "value".
         02 filler  pic x(16) value "values".
         02 filler  pic x(16) value "color".
         02 filler  pic x(16) value "enabled".
         02 filler  pic x(16) value "visible".
         02 filler  pic x(16) value "on".
         02 filler  pic x(16) value "off".
         02 filler  pic x(16) value "up".
         02 filler  pic x(16) value "down".
       01 x-rrf-ris-tab-r redefines x-rrf-ris-tab.
         02 x-rrf-ris-t occurs k-max-rrf-ris times pic x(16).
       78 k-max-rrf-vis                 value 50.
       77 x-rrf-n-vis                   pic 9(04).
       77 x-rrf-v                       pic 9(04).
       01 x-rrf-vis-tab.
         02 x-rrf-vis-t occurs k-max-rrf-vis times  pic x(30).
       77 x-rrf-ini                     pic 9(04).
       77 x-rrf-lt                      pic 9(04).
       77 x-rrf-q                       pic 9(04).
       77 x-rrf-parola-ok               pic x(01).
       01 x-rrf-causa                   pic x(20).

      **---------------------------------------------------------------**
      ** Report prima/dopo per la rigenerazione forzata della form di
      ** gestione tabella (F-TEMPLATE-GESTIONE-TABELLA)
       copy "utilscrrel.cpy".
       copy "utilscrstr.cpy".
       copy "utilscrwd2.cpy".
       copy "utilscrgeom.cpy".
       copy "utilscrinteg.cpy".
       copy "utilscrtrac.cpy".
       copy "utilgcol.cpy".
       copy "utils68.cpy".
       copy "utilu20.cpy".
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Apertura SCRGLOSS
      **---------------------------------------------------------------**
           initialize w-nome-scrgloss
           string ext-scr-dir         delimited " "
              ext-os-slash "scrgloss.arc" delimited size
                                 into w-nome-scrgloss
           open i-o scrgloss
           if stato = "35"
              open output scrgloss
              close scrgloss
              open i-o scrgloss
            else
              if stato not = "00"
                 string "Archivio non aperto: " w-nome-scrgloss "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
                 go to fine
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Apertura SCRAPPR
      **---------------------------------------------------------------**
           initialize w-nome-scrappr
           string ext-scr-dir         delimited " "
              ext-os-slash "scrappr.arc" delimited size
                                 into w-nome-scrappr
           open i-o scrappr
           if stato = "35"
              open output scrappr
              close scrappr
              open i-o scrappr
            else
              if stato not = "00"
                 string "Archivio non aperto: " w-nome-scrappr "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
                 go to fine
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Apertura SCRAPLOG (log permanente delle revisioni, in append)
      **---------------------------------------------------------------**
           initialize w-nome-scraplog
           string ext-scr-dir         delimited " "
              ext-os-slash "scraplog.log" delimited size
                                 into w-nome-scraplog
           open extend scraplog
           if stato = "35"
              open output scraplog
              close scraplog
              open extend scraplog
            else
              if stato not = "00"
                 string "Log non aperto: " w-nome-scraplog "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
                 go to fine
              end-if
           end-if

           initialize scrsimfl-handle
           initialize scrsimfp-handle

              go to a-tm-pac
           end-if

           move "N"                      to x-gpf-prg-nuovo
           if tm-frm not = spaces
              initialize scr-rec
              move tm-pac                to scr-pac
              move tm-frm                to scr-frm
              perform rd-scrforms
              if w-verbo-invalido
                 perform x-gpf-verifica-prg-nuovo
                 initialize scr-rec
                 move tm-pac             to scr-pac
                 move tm-prg             to scr-prg
                 move tm-frm             to scr-frm
                 perform wr-scrforms
                 if not w-verbo-ok
                    move "N"             to x-gpf-prg-nuovo
                 end-if
              end-if
              move tm-frm-des            to scr-des
              move tm-frm-v-size         to scr-v-size
                 move tm-ges-wd2         to scr-ges-wd2     
              end-if
              perform rwr-scrforms
              if w-verbo-ok
                 move tm-pac             to x-apr-pac
                 move tm-prg             to x-apr-prg
                 perform x-apr-segna-modifica
              end-if
           end-if

      * programma nuovo: testi mancanti nelle lingue del glossario
           if x-gpf-prg-nuovo = "S"
              move tm-pac                to x-gpf-pac
              move tm-prg                to x-gpf-prg
              perform x-gpf-precompila-programma
              if x-gpf-scritte > 0
                 move x-gpf-scritte      to zeta8a
                 initialize wb-msg
                 string "Programma nuovo: " zeta8a
                    " testi precompilati dal glossario, da rivedere"
                                         delimited size into wb-msg
                 perform vbx-msg-info
              end-if
           end-if

           if tm-pag not = zero
              end-if
              move tm-pag-des            to fpg-des
              perform rwr-scrfmpag
              if w-verbo-ok
                 move tm-pac             to x-apr-pac
                 move tm-prg             to x-apr-prg
                 perform x-apr-segna-modifica
              end-if
           end-if

      *---------------------------------------------------------------**
                  else
                    move tm-prog (i)  to fld-padre
                    perform rwr-scrfield
                    if w-verbo-ok
                       move tm-pac    to x-apr-pac
                       move tm-prg    to x-apr-prg
                       perform x-apr-segna-modifica
                    end-if
                 end-if
                 move i-prec          to a-i
               else
           close scrforms scrfmpag scrtempl scrfield scrfldvf scrpgmsg
                 scrfldex scrfiles scrpgfil scrckpt scraudaz screxpcat
                 scrfhist scrcest scrlock scrfldrl scrfldly scrperm
                 scrgloss
           close scrappr scraplog
           close relpacch reldirpa relprog
           close window w-sv-cur-prg
           perform z-99-exit-program
      ** 4: la riga successiva, se presente, assume come padre quella prec.
      **---------------------------------------------------------------*
       a3-sposta-su.
           move 0                    to a3-riscritte
           if i not = tm-pnt
              move tm-pac            to fld-pac   
              move tm-prg            to fld-prg   
              perform rd-scrfield-lk
              move 9999              to fld-padre
              perform rwr-scrfield
              if w-verbo-ok
                 add 1           to a3-riscritte
              end-if
           end-if

           move tm-pac               to fld-pac   
           move fld-padre            to a3-padre-riga-prec
           move tm-prog (i)          to fld-padre
           perform rwr-scrfield
           if w-verbo-ok
              add 1              to a3-riscritte
           end-if

           move tm-pac               to fld-pac   
           move tm-prg               to fld-prg   
           perform rd-scrfield-lk
           move a3-padre-riga-prec   to fld-padre
           perform rwr-scrfield
           if w-verbo-ok
              add 1              to a3-riscritte
           end-if

           if i not = tm-pnt
              move tm-pac            to fld-pac   
              perform rd-scrfield-lk
              move tm-prog (i - 1)   to fld-padre
              perform rwr-scrfield
              if w-verbo-ok
                 add 1           to a3-riscritte
              end-if
           end-if
           if a3-riscritte > 0
              move tm-pac            to x-apr-pac
              move tm-prg            to x-apr-prg
              perform x-apr-segna-modifica
           end-if
           .
      *
      ** 2: la riga + 2, se presente, assume come padre la riga attuale
      **---------------------------------------------------------------*
       a3-sposta-giu.
           move 0                    to a3-riscritte
           if i <= (tm-pnt + 2) 
              move tm-pac            to fld-pac   
              move tm-prg            to fld-prg   
              move fld-padre         to a3-padre-riga-dopo
              move 9999              to fld-padre
              perform rwr-scrfield
              if w-verbo-ok
                 add 1           to a3-riscritte
              end-if
           end-if

           move tm-pac               to fld-pac   
           move fld-padre            to a3-padre-riga-att
           move a3-padre-riga-dopo   to fld-padre
           perform rwr-scrfield
           if w-verbo-ok
              add 1              to a3-riscritte
           end-if

           move tm-pac               to fld-pac   
           move tm-prg               to fld-prg   
           perform rd-scrfield-lk
           move a3-padre-riga-att    to fld-padre
           perform rwr-scrfield
           if w-verbo-ok
              add 1              to a3-riscritte
           end-if

           if i <= (tm-pnt + 2) 
              move tm-pac            to fld-pac   
              perform rd-scrfield-lk
              move tm-prog (i)       to fld-padre
              perform rwr-scrfield
              if w-verbo-ok
                 add 1           to a3-riscritte
              end-if
           end-if
           if a3-riscritte > 0
              move tm-pac            to x-apr-pac
              move tm-prg            to x-apr-prg
              perform x-apr-segna-modifica
           end-if
           .
      *
           .

      *---------------------------------------------------------------**
      * Glossario: manutenzione delle traduzioni approvate (archivio
      * SCRGLOSS, comune a tutti i pacchetti). Elenco su report
      * datato, cancellazione riga per riga e aggiunta/aggiornamento
      * con la definizione letta dagli appunti di Windows
      * (LINGUA;TESTO BASE;TRADUZIONE), lo stesso canale dei permessi.
      * Chi registra il termine ne resta l'approvatore, quindi
      * cancellazione e aggiunta richiedono il livello (A)pprovazione
      * sul pacchetto corrente; l'elenco e` libero
      *---------------------------------------------------------------**
       x-glossario.
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "glolog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog
              exit paragraph
           end-if

           move "Lingua;Testo base;Traduzione approvata;Approvata da;Dat
      -      "a;Ora"                    to scn-rec
           write scn-rec

           move 0                        to x-glo-trovati
           initialize glo-rec
           perform st-scrgloss-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrgloss
                 if w-verbo-ok
                    add 1               to x-glo-trovati
                    initialize e1-riga-report
                    string glo-emu          delimited " "   ";"
                                            delimited size
                       glo-base             delimited "  "  ";"
                                            delimited size
                       glo-trad             delimited "  "  ";"
                                            delimited size
                       glo-operatore        delimited "  "  ";"
                                            delimited size
                       glo-data             delimited size  ";"
                                            delimited size
                       glo-ora              delimited size
                                       into e1-riga-report
                    move e1-riga-report to scn-rec
                    write scn-rec
                  else
                    move k-fine-file   to statusfi
                 end-if

           close scrscnlog

      **---------------------------------------------------------------**
      ** Da qui si toccano termini approvati
      **---------------------------------------------------------------**
           if tm-pac = " "
              initialize wb-msg
              string "Elenco scritto su " delimited size
                 w-nome-scrscnlog        delimited " "
                 "; per cancellare o aggiungere termini seleziona prima 
      -          "un pacchetto!!"        delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "A"                      to x-perm-richiesto
           move "GLOSSARIO"              to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Cancellazione riga per riga
      **---------------------------------------------------------------**
           if x-glo-trovati > 0
              move x-glo-trovati         to zeta8a
              initialize wb-msg
              string "Il glossario ha " zeta8a " termini (vedi "
                 delimited size
                 w-nome-scrscnlog        delimited " "
                 "). Li scorro per l'eventuale cancellazione?"
                 delimited size     into wb-msg
              perform acc-conf-custom
              if f3
                 perform x-glossario-cancella
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Aggiunta/aggiornamento dagli appunti di Windows
      **---------------------------------------------------------------**
           move "Aggiungo o aggiorno un termine? (copiare prima negli ap
      -      "punti: LINGUA;TESTO BASE;TRADUZIONE - il testo base va scr
      -      "itto come in SCRPGMSG)"  to wb-msg
           perform acc-conf-custom
           if f3
              perform x-glossario-aggiungi
           end-if
           .

       x-glossario-cancella.
           initialize glo-rec
           perform st-scrgloss-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrgloss
                 if w-verbo-ok
                    initialize wb-msg
                    string "Cancello il termine '" delimited size
                       glo-base          delimited "  "
                       "' ("             delimited size
                       glo-emu           delimited " "
                       ": "              delimited size
                       glo-trad          delimited "  "
                       ")?"              delimited size into wb-msg
                    perform acc-conf-custom
                    if f3
                       move glo-chia1    to x-glo-sav-chia
                       perform del-scrgloss
                       move x-glo-sav-chia to glo-chia1
                       perform st-scrgloss-magg
                    end-if
                  else
                    move k-fine-file   to statusfi
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

       x-glossario-aggiungi.
           initialize x-glo-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-glo-clip
           destroy handle-ef

           if x-glo-clip = spaces
              move "Copiare prima negli appunti di Windows il termine da
      -        " registrare!!"          to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize x-glo-s-emu x-glo-s-base x-glo-s-trad
           unstring x-glo-clip delimited by ";"
              into x-glo-s-emu
                   x-glo-s-base
                   x-glo-s-trad
           end-unstring
           move function upper-case(x-glo-s-emu) to x-glo-s-emu

           if x-glo-s-emu = spaces or
              x-glo-s-emu = k-emu-base
              move "Lingua di arrivo mancante o uguale alla lingua base!
      -        "!"                      to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-glo-s-base = spaces or
              x-glo-s-trad = spaces
              move "Testo base o traduzione mancante!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           accept x-hst-ora              from time
           initialize glo-rec
           move x-glo-s-emu              to glo-emu
           move x-glo-s-base             to glo-base
           perform rd-scrgloss
           move x-glo-s-trad             to glo-trad
           move x-lock-oper              to glo-operatore
           move datasis                  to glo-data
           move x-hst-ora                to glo-ora
           if w-verbo-ok
              perform rwr-scrgloss
            else
              perform wr-scrgloss
           end-if
           if w-verbo-ok
              move "Termine registrato"  to wb-msg
              perform vbx-msg-info
            else
              move "Termine NON registrato!!" to wb-msg
              perform vbx-msg-error
           end-if
           .

      **---------------------------------------------------------------**
      ** Glossario: traduzione approvata di X-GLO-TERMINE nella
      ** lingua X-GLO-EMU (X-GLO-ESITO = "N" se non c'e`)
      **---------------------------------------------------------------**
       x-glossario-cerca.
           move "N"                      to x-glo-esito
           move spaces                   to x-glo-trad
           if x-glo-termine = spaces
              exit paragraph
           end-if
           initialize glo-rec
           move x-glo-emu                to glo-emu
           move x-glo-termine            to glo-base
           perform rd-scrgloss
           if w-verbo-ok
              move "S"                   to x-glo-esito
              move glo-trad              to x-glo-trad
           end-if
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Glossario: report delle traduzioni incoerenti, per il
      * pacchetto corrente o per tutto l'archivio. Ogni label e ogni
      * testo della lingua base (i testi solo se stanno nei 60
      * caratteri di un termine) viene confrontato con le righe delle
      * altre lingue con la stessa chiave: un testo base che in una
      * lingua ha piu` di una traduzione viene elencato con tutte le
      * varianti, i programmi e gli id che le usano e il termine
      * approvato del glossario, se c'e`
      *---------------------------------------------------------------**
       x-glossario-incoerenze.
           if tm-pac = " "
              move "Cerco le traduzioni incoerenti su TUTTO l'archivio?"
                                         to wb-msg
            else
              initialize wb-msg
              string "Cerco le traduzioni incoerenti del pacchetto "
                                         delimited size
                 tm-pac                  delimited " "  "?"
                                         delimited size into wb-msg
           end-if
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Primo giro: lingue presenti nell'ambito scelto (stessa
      ** tabella del report di copertura)
      **---------------------------------------------------------------**
           move 0                        to x-cop-n-lingue
           move "N"                      to x-cop-overflow
           initialize x-cop-tab
           initialize pgs-rec
           if tm-pac not = " "
              move tm-pac                to pgs-pac
           end-if
           perform st-scrpgmsg-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrpgmsg
                 if w-verbo-ok and
                    (tm-pac = " " or pgs-pac = tm-pac)
                    if pgs-emu not = spaces
                       perform x-cop-censisci-lingua
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           if x-cop-n-lingue < 2
              move "Trovata una sola lingua (o nessuna): non c'e` niente
      -        " da confrontare" to wb-msg
              perform vbx-msg-info
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Secondo giro: varianti e usi, riga base per riga base
      **---------------------------------------------------------------**
           move 0                        to x-gin-n-var
           move 0                        to x-gin-n-usi
           move "N"                      to x-gin-overflow
           initialize pgs-rec
           if tm-pac not = " "
              move tm-pac                to pgs-pac
           end-if
           perform st-scrpgmsg-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrpgmsg
                 if w-verbo-ok and
                    (tm-pac = " " or pgs-pac = tm-pac)
                    if pgs-emu = k-emu-base
                       perform x-gin-verifica-id
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "ginlog"   delimited size
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

           move "Lingua;Testo base;Traduzione;Esito;Pacchetto;Programma;
      -      "Tipo;Id;Sezione;Campo"    to scn-rec
           write scn-rec

           if x-gin-overflow = "S" or
              x-cop-overflow = "S"
              move "Trovati piu` testi o lingue del massimo gestito: rep
      -        "ort parziale!!"          to wb-msg
              perform vbx-msg-warning
              move "AVVISO;testi o lingue oltre il massimo gestito, repo
      -        "rt parziale"             to scn-rec
              write scn-rec
           end-if

      **---------------------------------------------------------------**
      ** Per ogni coppia testo base/lingua con piu` varianti: riga
      ** del termine approvato (se c'e`), poi una riga per uso
      **---------------------------------------------------------------**
           move 0                        to x-gin-gruppi
           move 0                        to x-gin-v
           perform with test before until x-gin-v = x-gin-n-var
              add 1                      to x-gin-v
              perform x-gin-conta-varianti
              if x-gin-gia-fatto = "N" and
                 x-gin-varianti > 1
                 add 1                   to x-gin-gruppi
                 perform x-gin-scrivi-gruppo
              end-if
           end-perform

           close scrscnlog

           move x-gin-gruppi             to zeta8a
           initialize wb-msg
           string "Report delle traduzioni incoerenti pronto: " zeta8a
              " testi con piu` traduzioni nella stessa lingua (vedi "
                                         delimited size
              w-nome-scrscnlog           delimited " "
              ")"                        delimited size into wb-msg
           perform vbx-msg-info
           .

      **---------------------------------------------------------------**
      ** Riga base corrente: label e testo confrontati con le righe
      ** delle altre lingue, poi riposiziono la scansione (stesso
      ** schema del report di copertura)
      **---------------------------------------------------------------**
       x-gin-verifica-id.
           move pgs-chia1                to x-gin-sav-chia
           move pgs-label                to x-gin-base-label
           move pgs-testo                to x-gin-base-testo

           move 0                        to x-cop-l
           perform with test before until x-cop-l = x-cop-n-lingue
              add 1                      to x-cop-l
              if x-cop-emu (x-cop-l) not = k-emu-base
                 initialize pgs-rec
                 move x-gin-sav-chia     to pgs-chia1
                 move x-cop-emu (x-cop-l) to pgs-emu
                 perform rd-scrpgmsg
                 if w-verbo-ok
                    if x-gin-base-label not = spaces and
                       pgs-label not = spaces
                       move x-gin-base-label to x-gin-base
                       move pgs-label    to x-gin-trad
                       move "L"          to x-gin-campo
                       perform x-gin-registra
                    end-if
                    if x-gin-base-testo not = spaces and
                       x-gin-base-testo (61:) = spaces and
                       pgs-testo not = spaces
                       move x-gin-base-testo to x-gin-base
                       move pgs-testo    to x-gin-trad
                       move "T"          to x-gin-campo
                       perform x-gin-registra
                    end-if
                 end-if
              end-if
           end-perform

           initialize pgs-rec
           move x-gin-sav-chia           to pgs-chia1
           perform rd-scrpgmsg
           .

      **---------------------------------------------------------------**
      ** Variante X-GIN-BASE/PGS-EMU/X-GIN-TRAD (censita se nuova) e
      ** uso della riga PGS-REC corrente
      **---------------------------------------------------------------**
       x-gin-registra.
           move 0                        to x-gin-w
           move 0                        to x-gin-v
           perform with test before until x-gin-v = x-gin-n-var
              add 1                      to x-gin-v
              if x-gin-v-base (x-gin-v) = x-gin-base and
                 x-gin-v-emu (x-gin-v)  = pgs-emu    and
                 x-gin-v-trad (x-gin-v) = x-gin-trad
                 move x-gin-v            to x-gin-w
                 exit perform
              end-if
           end-perform
           if x-gin-w = 0
              if x-gin-n-var >= k-max-gin-var
                 move "S"                to x-gin-overflow
                 exit paragraph
              end-if
              add 1                      to x-gin-n-var
              move x-gin-n-var           to x-gin-w
              move x-gin-base            to x-gin-v-base (x-gin-w)
              move pgs-emu               to x-gin-v-emu (x-gin-w)
              move x-gin-trad            to x-gin-v-trad (x-gin-w)
           end-if
           if x-gin-n-usi >= k-max-gin-usi
              move "S"                   to x-gin-overflow
              exit paragraph
           end-if
           add 1                         to x-gin-n-usi
           move x-gin-w                  to x-gin-u-var (x-gin-n-usi)
           move pgs-pac                  to x-gin-u-pac (x-gin-n-usi)
           move pgs-prg                  to x-gin-u-prg (x-gin-n-usi)
           move pgs-tip                  to x-gin-u-tip (x-gin-n-usi)
           move pgs-id                   to x-gin-u-id (x-gin-n-usi)
           move pgs-sez                  to x-gin-u-sez (x-gin-n-usi)
           move x-gin-campo              to x-gin-u-campo (x-gin-n-usi)
           .

      **---------------------------------------------------------------**
      ** Varianti della coppia testo base/lingua di X-GIN-V; la coppia
      ** e` gia` stata scritta se compare in una variante precedente
      **---------------------------------------------------------------**
       x-gin-conta-varianti.
           move "N"                      to x-gin-gia-fatto
           move 0                        to x-gin-varianti
           move 0                        to x-gin-w
           perform with test before until x-gin-w = x-gin-n-var
              add 1                      to x-gin-w
              if x-gin-v-base (x-gin-w) = x-gin-v-base (x-gin-v) and
                 x-gin-v-emu (x-gin-w)  = x-gin-v-emu (x-gin-v)
                 if x-gin-w < x-gin-v
                    move "S"             to x-gin-gia-fatto
                    exit perform
                 end-if
                 add 1                   to x-gin-varianti
              end-if
           end-perform
           .

       x-gin-scrivi-gruppo.
           move x-gin-v-emu (x-gin-v)    to x-glo-emu
           move x-gin-v-base (x-gin-v)   to x-glo-termine
           perform x-glossario-cerca
           if x-glo-esito = "S"
              initialize e1-riga-report
              string x-glo-emu           delimited " "   ";"
                                         delimited size
                 x-glo-termine           delimited "  "  ";"
                                         delimited size
                 x-glo-trad              delimited "  "  ";"
                                         delimited size
                 "GLOSSARIO"             delimited size
                                    into e1-riga-report
              move e1-riga-report        to scn-rec
              write scn-rec
           end-if

           move x-gin-v                  to x-gin-w
           subtract 1                  from x-gin-w
           perform with test before until x-gin-w = x-gin-n-var
              add 1                      to x-gin-w
              if x-gin-v-base (x-gin-w) = x-gin-v-base (x-gin-v) and
                 x-gin-v-emu (x-gin-w)  = x-gin-v-emu (x-gin-v)
                 evaluate true
                  when x-glo-esito = "N"
                    move "NON CENSITO"   to x-gin-esito
                  when x-gin-v-trad (x-gin-w) = x-glo-trad
                    move "APPROVATA"     to x-gin-esito
                  when other
                    move "DIFFORME"      to x-gin-esito
                 end-evaluate
                 move 0                  to x-gin-u
                 perform with test before until x-gin-u = x-gin-n-usi
                    add 1                to x-gin-u
                    if x-gin-u-var (x-gin-u) = x-gin-w
                       perform x-gin-scrivi-uso
                    end-if
                 end-perform
              end-if
           end-perform
           .

       x-gin-scrivi-uso.
           initialize e1-riga-report
           string x-gin-v-emu (x-gin-w)  delimited " "   ";"
                                         delimited size
              x-gin-v-base (x-gin-w)     delimited "  "  ";"
                                         delimited size
              x-gin-v-trad (x-gin-w)     delimited "  "  ";"
                                         delimited size
              x-gin-esito                delimited "  "  ";"
                                         delimited size
              x-gin-u-pac (x-gin-u)      delimited " "   ";"
                                         delimited size
              x-gin-u-prg (x-gin-u)      delimited " "   ";"
                                         delimited size
              x-gin-u-tip (x-gin-u)      delimited size  ";"
                                         delimited size
              x-gin-u-id (x-gin-u)       delimited size  ";"
                                         delimited size
              x-gin-u-sez (x-gin-u)      delimited size  ";"
                                         delimited size
              x-gin-u-campo (x-gin-u)    delimited size
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Glossario: precompilazione delle righe SCRPGMSG mancanti del
      * programma corrente (o di tutto il pacchetto se nessun
      * programma e` selezionato). Per ogni riga della lingua base e
      * per ogni lingua presente nel glossario, se la riga in quella
      * lingua non c'e` viene scritta con label e testo tradotti dal
      * glossario (quello che il glossario non copre resta vuoto, e
      * il report di copertura lo segnala). Ogni riga scritta va sul
      * report datato per la revisione.
      * Per i programmi nuovi (duplicazione, prima form di un
      * programma) la stessa precompilazione parte da sola con
      * X-GPF-PRECOMPILA-PROGRAMMA; la voce di menu resta per le
      * lingue nuove, perche` la tabella lingue e` in COGE0A e da
      * qui non si vede quando se ne aggiunge una
      *---------------------------------------------------------------**
       x-glossario-precompila.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "M"                      to x-perm-richiesto
           move "PRECOMPILA DA GLOSSARIO" to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              exit paragraph
           end-if

           perform x-gpf-carica-lingue
           if x-gpf-n-lingue = 0
              move "Il glossario e` vuoto: niente da precompilare"
                                         to wb-msg
              perform vbx-msg-info
              exit paragraph
           end-if

           initialize wb-msg
           if tm-prg = " "
              string "Precompilo dal glossario i testi mancanti di tutto
      -         " il pacchetto "        delimited size
                 tm-pac                  delimited " "  "?"
                                         delimited size into wb-msg
            else
              string "Precompilo dal glossario i testi mancanti del prog
      -         "ramma "                delimited size
                 tm-prg                  delimited " "  "?"
                                         delimited size into wb-msg
           end-if
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "gpflog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog
              exit paragraph
           end-if

           move "Pacchetto;Programma;Lingua;Tipo;Id;Sezione;Label;Testo;
      -      "Esito"                    to scn-rec
           write scn-rec

           if x-gpf-overflow = "S"
              move "AVVISO;lingue del glossario oltre il massimo gestito
      -        ", precompilazione parziale" to scn-rec
              write scn-rec
           end-if

           move tm-pac                   to x-gpf-pac
           move tm-prg                   to x-gpf-prg
           move "S"                      to x-gpf-report
           perform x-gpf-precompila-righe

           close scrscnlog

           move x-gpf-scritte            to zeta8a
           initialize wb-msg
           string "Precompilazione dal glossario completata: " zeta8a
              " righe scritte da rivedere (vedi " delimited size
              w-nome-scrscnlog           delimited " "
              ")"                        delimited size into wb-msg
           perform vbx-msg-info
           .

      **---------------------------------------------------------------**
      ** Precompilazione dal glossario del programma nuovo X-GPF-PAC/
      ** X-GPF-PRG, senza conferme, permessi ne` report: le righe
      ** scritte segnano il programma da rivedere prima del rilascio
      ** (X-GPF-SCRITTE = righe scritte)
      **---------------------------------------------------------------**
       x-gpf-precompila-programma.
           move 0                        to x-gpf-scritte
           perform x-gpf-carica-lingue
           if x-gpf-n-lingue = 0
              exit paragraph
           end-if
           move "N"                      to x-gpf-report
           perform x-gpf-precompila-righe
           .

      **---------------------------------------------------------------**
      ** La form che sto per scrivere e` la prima del programma
      ** TM-PAC/TM-PRG? (X-GPF-PRG-NUOVO = "S")
      **---------------------------------------------------------------**
       x-gpf-verifica-prg-nuovo.
           move "S"                      to x-gpf-prg-nuovo
           initialize scr-rec
           move tm-pac                   to scr-pac
           move tm-prg                   to scr-prg
           perform st-scrforms-notmin
           if w-verbo-ok
              perform rdnxt-scrforms
              if w-verbo-ok        and
                 scr-pac = tm-pac  and
                 scr-prg = tm-prg
                 move "N"                to x-gpf-prg-nuovo
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .

      **---------------------------------------------------------------**
      ** Lingue di arrivo presenti nel glossario
      **---------------------------------------------------------------**
       x-gpf-carica-lingue.
           move 0                        to x-gpf-n-lingue
           move "N"                      to x-gpf-overflow
           initialize glo-rec
           perform st-scrgloss-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrgloss
                 if w-verbo-ok
                    if x-gpf-n-lingue = 0 or
                       x-gpf-emu (x-gpf-n-lingue) not = glo-emu
                       if x-gpf-n-lingue < k-max-gpf-lingue
                          add 1         to x-gpf-n-lingue
                          move glo-emu  to x-gpf-emu (x-gpf-n-lingue)
                        else
                          move "S"      to x-gpf-overflow
                       end-if
                    end-if
                  else
           move k-verbo-ok             to statusfi
           .

      **---------------------------------------------------------------**
      ** Righe base di X-GPF-PAC/X-GPF-PRG (tutto il pacchetto se
      ** X-GPF-PRG e` vuoto); con X-GPF-REPORT = "S" ogni riga
      ** scritta va sul report aperto
      **---------------------------------------------------------------**
       x-gpf-precompila-righe.
           move 0                        to x-gpf-scritte
           initialize pgs-rec
           move x-gpf-pac                to pgs-pac
           move x-gpf-prg                to pgs-prg
           perform st-scrpgmsg-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrpgmsg
                 if w-verbo-ok and
                    pgs-pac = x-gpf-pac and
                    (x-gpf-prg = " " or pgs-prg = x-gpf-prg)
                    if pgs-emu = k-emu-base
                       perform x-gpf-verifica-id
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

      **---------------------------------------------------------------**
      ** Riga base corrente: righe mancanti nelle lingue del
      ** glossario, poi riposiziono la scansione sulla riga base
      **---------------------------------------------------------------**
       x-gpf-verifica-id.
           move pgs-chia1                to x-gpf-sav-chia
           move pgs-label                to x-gpf-base-label
           move pgs-testo                to x-gpf-base-testo

           move 0                        to x-gpf-l
           perform with test before until x-gpf-l = x-gpf-n-lingue
              add 1                      to x-gpf-l
              if x-gpf-emu (x-gpf-l) not = k-emu-base
                 initialize pgs-rec
                 move x-gpf-sav-chia     to pgs-chia1
                 move x-gpf-emu (x-gpf-l) to pgs-emu
                 perform rd-scrpgmsg
                 if w-verbo-invalido
                    perform x-gpf-scrivi-riga
                 end-if
              end-if
           end-perform

           initialize pgs-rec
           move x-gpf-sav-chia           to pgs-chia1
           perform rd-scrpgmsg
           .

       x-gpf-scrivi-riga.
           move "N"                      to x-gpf-trovata
           move spaces                   to x-gpf-label
           move spaces                   to x-gpf-testo
           move spaces                   to x-gpf-nota
           move x-gpf-emu (x-gpf-l)      to x-glo-emu

           move x-gpf-base-label         to x-glo-termine
           perform x-glossario-cerca
           if x-glo-esito = "S"
              move x-glo-trad            to x-gpf-label
              move "S"                   to x-gpf-trovata
            else
              if x-gpf-base-label not = spaces
                 move "label da tradurre" to x-gpf-nota
              end-if
           end-if

           if x-gpf-base-testo (61:) = spaces
              move x-gpf-base-testo      to x-glo-termine
              perform x-glossario-cerca
            else
              move "N"                   to x-glo-esito
           end-if
           if x-glo-esito = "S"
              move x-glo-trad            to x-gpf-testo
              move "S"                   to x-gpf-trovata
            else
              if x-gpf-base-testo not = spaces
                 if x-gpf-nota = spaces
                    move "testo da tradurre" to x-gpf-nota
                  else
                    move "label e testo da tradurre" to x-gpf-nota
                 end-if
              end-if
           end-if

           if x-gpf-trovata = "N"
              exit paragraph
           end-if

           initialize pgs-rec
           move x-gpf-sav-chia           to pgs-chia1
           move x-gpf-emu (x-gpf-l)      to pgs-emu
           move x-gpf-label              to pgs-label
           move x-gpf-testo              to pgs-testo
           perform wr-scrpgmsg
           if w-verbo-ok
              add 1                      to x-gpf-scritte
              if x-gpf-nota = spaces
                 move "PRECOMPILATA"     to x-gpf-esito
               else
                 move "PARZIALE"         to x-gpf-esito
              end-if
      * un testo nuovo va rivisto prima del rilascio
              move pgs-pac               to x-apr-pac
              move pgs-prg               to x-apr-prg
              perform x-apr-segna-modifica
            else
              move "NON SCRITTA"         to x-gpf-esito
           end-if
           move k-verbo-ok               to statusfi

           if x-gpf-report not = "S"
              exit paragraph
           end-if

           initialize e1-riga-report
           string pgs-pac                delimited " "   ";"
                                         delimited size
              pgs-prg                    delimited " "   ";"
                                         delimited size
              pgs-emu                    delimited " "   ";"
                                         delimited size
              pgs-tip                    delimited size  ";"
                                         delimited size
              pgs-id                     delimited size  ";"
                                         delimited size
              pgs-sez                    delimited size  ";"
                                         delimited size
              x-gpf-label                delimited "  "  ";"
                                         delimited size
              x-gpf-testo                delimited "  "  ";"
                                         delimited size
              x-gpf-esito                delimited "  "  " "
                                         delimited size
              x-gpf-nota                 delimited "  "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Report di capienza dei testi (per il pacchetto corrente o per
      * tutto l'archivio): ogni riga SCRPGMSG, lingua per lingua,
      * viene confrontata con il controllo SCRFIELD che la ospita e
      * vengono elencati i testi che non ci stanno, con l'eccesso di
      * lunghezza, cosi` le traduzioni si sistemano PRIMA che un
      * rilascio porti dal cliente etichette troncate. Il risultato
      * va su un report CSV datato come la verifica di integrita`
      *---------------------------------------------------------------**
       x-verifica-testi-lingua.
           if tm-pac = " "
              move "Eseguo il controllo capienza testi su TUTTO l'archiv
      -        "io?"                     to wb-msg
            else
              initialize wb-msg
              string "Eseguo il controllo capienza testi per il pacchett
      -         "o "                     delimited size
                 tm-pac                  delimited " "  "?"
                                         delimited size into wb-msg
           end-if
           perform acc-conf-custom
           if not f3
              exit paragraph
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "txtlog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog
              exit paragraph
           end-if

           move "Pacchetto;Programma;Lingua;Id;Campo;Attributo;Lunghezz
      -      "a;Capienza;Eccesso"        to scn-rec
           write scn-rec

           move 0                        to x-txt-trovati
           move spaces                   to x-txt-pac-corr
           move spaces                   to x-txt-prg-corr
           move 0                        to x-txt-n

           initialize pgs-rec
           if tm-pac not = " "
              move tm-pac                to pgs-pac
           end-if
           perform st-scrpgmsg-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrpgmsg
                 if w-verbo-ok and
                    (tm-pac = " " or pgs-pac = tm-pac)
                    if pgs-pac not = x-txt-pac-corr or
                       pgs-prg not = x-txt-prg-corr
                       move pgs-pac     to x-txt-pac-corr
                       move pgs-prg     to x-txt-prg-corr
                       perform x-txt-carica-campi
                    end-if
                    perform x-txt-verifica-riga
                  else
                    move k-fine-file   to statusfi
                 end-if

           close scrscnlog

           if x-txt-trovati = 0
              move "Tutti i testi stanno nei loro controlli" to wb-msg
              perform vbx-msg-info
            else
              move x-txt-trovati          to zeta8a
              initialize wb-msg
              string "Trovati " zeta8a " testi fuori misura (vedi "
                 delimited size
                 w-nome-scrscnlog         delimited " "
                 ")"                      delimited size into wb-msg
              perform vbx-msg-info
           end-if
           .

      **---------------------------------------------------------------**
      ** Carico in tabella i controlli (con FLD-ID) del programma
      ** corrente; a parita` di id su piu` pagine tengo le capienze
      ** minori, che sono quelle che troncano per prime
      **---------------------------------------------------------------**
       x-txt-carica-campi.
           move 0                        to x-txt-n
           move "N"                      to x-txt-overflow
           initialize fld-rec
           move x-txt-pac-corr           to fld-pac
           move x-txt-prg-corr           to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok            and
                    fld-pac = x-txt-pac-corr and
                    fld-prg = x-txt-prg-corr
                    if fld-id not = 0
                       perform x-txt-censisci-campo
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           if x-txt-overflow = "S"
              move "AVVISO;;;;;controlli oltre il massimo gestito, con
      -        "trollo parziale"         to scn-rec
              write scn-rec
           end-if
           .

       x-txt-censisci-campo.
           move 0                        to x-txt-i
           perform with test before until x-txt-i = x-txt-n
              add 1                      to x-txt-i
              if x-txt-t-id (x-txt-i) = fld-id
                 if fld-h-size > 0 and
                    (x-txt-t-h-size (x-txt-i) = 0 or
                     fld-h-size < x-txt-t-h-size (x-txt-i))
                    move fld-h-size  to x-txt-t-h-size (x-txt-i)
                 end-if
                 if fld-label-h-size > 0 and
                    (x-txt-t-lab-h-size (x-txt-i) = 0 or
                     fld-label-h-size < x-txt-t-lab-h-size (x-txt-i))
                    move fld-label-h-size
                                     to x-txt-t-lab-h-size (x-txt-i)
                 end-if
                 exit paragraph
              end-if
           end-perform
           if x-txt-n >= k-max-txt-campi
              move "S"                   to x-txt-overflow
              exit paragraph
           end-if
           add 1                         to x-txt-n
           move fld-id                   to x-txt-t-id (x-txt-n)
           move fld-nome                 to x-txt-t-nome (x-txt-n)
           move fld-h-size               to x-txt-t-h-size (x-txt-n)
           move fld-label-h-size      to x-txt-t-lab-h-size (x-txt-n)
           move fld-size                 to x-txt-t-size (x-txt-n)
           .

      **---------------------------------------------------------------**
      ** Verifica della riga SCRPGMSG corrente contro il suo
      ** controllo: la label contro la casella label (al massimo i 40
      ** caratteri di FLD-LABEL), il testo contro la larghezza del
      ** controllo (o la sua size se il disegno non e` definito)
      **---------------------------------------------------------------**
       x-txt-verifica-riga.
           move "N"                      to x-txt-trovato
           move 0                        to x-txt-i
           perform with test before until x-txt-i = x-txt-n
              add 1                      to x-txt-i
              if x-txt-t-id (x-txt-i) = pgs-id
                 move "S"                to x-txt-trovato
                 exit perform
              end-if
           end-perform
           if x-txt-trovato not = "S"
      * testo generale o messaggio senza controllo: niente capienza
              exit paragraph
           end-if

           if pgs-label not = spaces
              move 0                     to x-txt-spazi
              move function reverse(pgs-label) to x-txt-rev60
              inspect x-txt-rev60 tallying x-txt-spazi
                 for leading spaces
              compute x-txt-len = 60 - x-txt-spazi
              move 40                    to x-txt-cap
              if x-txt-t-lab-h-size (x-txt-i) > 0 and
                 x-txt-t-lab-h-size (x-txt-i) < 40
                 move x-txt-t-lab-h-size (x-txt-i) to x-txt-cap
              end-if
              if x-txt-len > x-txt-cap
                 move "LABEL"            to x-src-attributo
                 perform x-txt-scrivi-riga
              end-if
           end-if

           if pgs-testo not = spaces
              move 0                     to x-txt-spazi
              move function reverse(pgs-testo) to x-txt-rev240
              inspect x-txt-rev240 tallying x-txt-spazi
                 for leading spaces
              compute x-txt-len = 240 - x-txt-spazi
              move x-txt-t-h-size (x-txt-i) to x-txt-cap
              if x-txt-cap = 0
                 move x-txt-t-size (x-txt-i) to x-txt-cap
              end-if
              if x-txt-cap > 0 and
                 x-txt-len > x-txt-cap
                 move "TESTO"            to x-src-attributo
                 perform x-txt-scrivi-riga
              end-if
           end-if
           .

       x-txt-scrivi-riga.
           add 1                         to x-txt-trovati
           compute x-txt-ecc = x-txt-len - x-txt-cap
           move x-txt-len                to x-txt-z4a
           move x-txt-cap                to x-txt-z4b
           move x-txt-ecc                to x-txt-z4c
           initialize e1-riga-report
           string pgs-pac                delimited " "   ";"
                                         delimited size
                  pgs-prg                delimited " "   ";"
                                         delimited size
                  pgs-emu                delimited " "   ";"
                                         delimited size
                  pgs-id                 delimited size  ";"
                                         delimited size
                  x-txt-t-nome (x-txt-i) delimited " "   ";"
                                         delimited size
                  x-src-attributo        delimited " "   ";"
                                         delimited size
                  x-txt-z4a              delimited size  ";"
                                         delimited size
                  x-txt-z4b              delimited size  ";"
                                         delimited size
                  x-txt-z4c              delimited size
                                         into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Lock di modifica: presa in carico del pacchetto/programma
      * correnti. Se il programma e` gia` in modifica da un altro
      * operatore lo segnalo ("in modifica da ... dalle ...") e
      * offro la presa di controllo, pensata per i lock rimasti
      * appesi da sessioni cadute. Un eventuale lock tenuto su un
      * altro programma viene prima rilasciato
      *---------------------------------------------------------------**
       x-registra-lock.
           move "S"                     to x-lock-ok

      **---------------------------------------------------------------**
      ** Prendere in carico = modificare: serve almeno il livello
      ** (M)odifica sul pacchetto
      **---------------------------------------------------------------**
           move "M"                     to x-perm-richiesto
           move "MODIFICA PROGRAMMA"    to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              move "N"                  to x-lock-ok
              exit paragraph
           end-if

           if x-lock-attivo = "S"
              if x-lock-pac-att = tm-pac and
                 x-lock-prg-att = tm-prg
                 exit paragraph
              end-if
              perform x-rilascia-lock
           end-if

           initialize lck-rec
           move tm-pac                  to lck-pac
           move tm-prg                  to lck-prg
           perform rd-scrlock
           if w-verbo-ok
              if lck-operatore  = x-lock-oper and
                 lck-postazione = x-postazione
                 continue
               else
                 initialize wb-msg
                 string "Programma in modifica da " delimited size
                    lck-operatore        delimited "  "
                    " (postazione "      delimited size
                    lck-postazione       delimited " "
                    ") dalle "           delimited size
                    lck-ora              delimited size
                    " del "              delimited size
                    lck-data             delimited size
                    "."  k-newline       delimited size
                    "Prendo comunque il controllo (solo se quella sess
      -             "ione e` rimasta appesa)?" delimited size
                                         into wb-msg
                 perform acc-conf-custom
                 if not f3
                    move "N"             to x-lock-ok
                    exit paragraph
                 end-if
              end-if
              move x-lock-oper           to lck-operatore
              move x-postazione          to lck-postazione
              move datasis               to lck-data
              accept x-hst-ora         from time
              move x-hst-ora             to lck-ora
              perform rwr-scrlock
              if w-verbo-invalido
                 perform wr-scrlock
              end-if
            else
              initialize lck-rec
              move tm-pac                to lck-pac
              move tm-prg                to lck-prg
              move x-lock-oper           to lck-operatore
              move x-postazione          to lck-postazione
              move datasis               to lck-data
              accept x-hst-ora         from time
              move x-hst-ora             to lck-ora
              perform wr-scrlock
           end-if

      **---------------------------------------------------------------**
      ** Scrittura fallita: un'altra sessione ha registrato il lock
      ** nella finestra fra la lettura e la scrittura. Rileggo e, se
      ** non e` nostro, rinuncio: e` esattamente la corsa che il
      ** lock deve chiudere
      **---------------------------------------------------------------**
           if w-verbo-invalido
              initialize lck-rec
              move tm-pac                to lck-pac
              move tm-prg                to lck-prg
              perform rd-scrlock
              if w-verbo-invalido        or
                 lck-operatore  not = x-lock-oper or
                 lck-postazione not = x-postazione
                 initialize wb-msg
                 string "Programma appena preso in modifica da "
                                         delimited size
                    lck-operatore        delimited "  "
                    " (postazione "      delimited size
                    lck-postazione       delimited " "
                    "): riprovare."      delimited size
                                         into wb-msg
                 perform vbx-msg-error
                 move "N"                to x-lock-ok
                 exit paragraph
              end-if
           end-if

           move "S"                     to x-lock-attivo
           move tm-pac                  to x-lock-pac-att
           move tm-prg                  to x-lock-prg-att
           .

      *---------------------------------------------------------------**
      * Lock di modifica: rilascio del lock eventualmente tenuto da
      * questa sessione (solo se e` ancora nostro)
      *---------------------------------------------------------------**
       x-rilascia-lock.
           if x-lock-attivo not = "S"
              exit paragraph
           end-if
           initialize lck-rec
           move x-lock-pac-att          to lck-pac
           move x-lock-prg-att          to lck-prg
           perform rd-scrlock
           if w-verbo-ok
              if lck-operatore  = x-lock-oper and
                 lck-postazione = x-postazione
                 perform del-scrlock
              end-if
           end-if
           move "N"                     to x-lock-attivo
           initialize x-lock-pac-att x-lock-prg-att
           .

      *---------------------------------------------------------------**
      * Permessi: verifica che l'operatore corrente abbia almeno il
      * livello X-PERM-RICHIESTO ("V"/"M"/"R"/"A") sul pacchetto
      * TM-PAC. Un operatore senza riga SCRPERM per il pacchetto non
      * ha restrizioni (i permessi si censiscono solo per chi va
      * limitato, cosi` le installazioni senza righe continuano a
      * lavorare come prima), tranne che per l'(A)pprovazione: il
      * revisore deve essere censito esplicitamente. Il rifiuto viene
      * segnalato a video e tracciato sul log permanente SCRAUDAZ
      *---------------------------------------------------------------**
       x-controlla-permesso.
           move "S"                     to x-perm-ok
           initialize prm-rec
           move x-lock-oper             to prm-operatore
           move tm-pac                  to prm-pac
           perform rd-scrperm
           if w-verbo-invalido
              if x-perm-richiesto = "A"
                 move "N"               to x-perm-ok
                 perform x-perm-scrivi-audit
                 initialize wb-msg
                 string "Operazione '"  delimited size
                    x-perm-operazione   delimited "  "
                    "' riservata a chi ha il livello A (approvazione) su
      -             "l pacchetto "     delimited size
                    tm-pac              delimited " "
                    "!!"                delimited size into wb-msg
                 perform vbx-msg-error
              end-if
              exit paragraph
           end-if

           evaluate x-perm-richiesto
            when "M"
              if prm-livello not = "M" and
                 prm-livello not = "R" and
                 prm-livello not = "A"
                 move "N"               to x-perm-ok
              end-if
            when "R"
              if prm-livello not = "R" and
                 prm-livello not = "A"
                 move "N"               to x-perm-ok
              end-if
            when "A"
              if prm-livello not = "A"
                 move "N"               to x-perm-ok
              end-if
           end-evaluate

           if x-perm-ok = "N"
              perform x-perm-scrivi-audit
              initialize wb-msg
              string "Operazione '"     delimited size
                 x-perm-operazione      delimited "  "
                 "' non autorizzata sul pacchetto " delimited size
                 tm-pac                 delimited " "
                 " (livello concesso: " delimited size
                 prm-livello            delimited size
                 ")!!"                  delimited size into wb-msg
              perform vbx-msg-error
           end-if
           .

      **---------------------------------------------------------------**
      ** Permessi: riga di log permanente per il tentativo rifiutato
      ** (stesso formato delle righe di X-AZZERA-ID-ASSOLUTO: chi,
      ** quando, su cosa, dettaglio)
      **---------------------------------------------------------------**
       x-perm-scrivi-audit.
           accept x-hst-ora            from time
           initialize e2-riga-audit
           string x-lock-oper            delimited "  "  ";"
                                         delimited size
                  datasis                delimited size  ";"
                                         delimited size
                  x-hst-ora              delimited size  ";"
                                         delimited size
                  tm-pac                 delimited " "   ";"
                                         delimited size
                  tm-prg                 delimited " "   ";"
                                         delimited size
                  "NEGATO "              delimited size
                  x-perm-operazione      delimited "  "
                                         into e2-riga-audit
           move e2-riga-audit           to auz-rec
           write auz-rec
           .

      *---------------------------------------------------------------**
      * Permessi: manutenzione delle righe SCRPERM del pacchetto
      * corrente. Riservata a chi ha il livello (R)ilascio sul
      * pacchetto; elenco su report datato, cancellazione riga per
      * riga e aggiunta/aggiornamento con la definizione letta dagli
      * appunti di Windows (OPERATORE;PACCHETTO;LIVELLO), lo stesso
      * canale delle regole di verifica
      *---------------------------------------------------------------**
       x-permessi-operatori.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "R"                      to x-perm-richiesto
           move "PERMESSI OPERATORI"     to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "permlog"  delimited size
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

           move "Operatore;Pacchetto;Livello" to scn-rec
           write scn-rec

           move 0                        to x-prm-trovati
           initialize prm-rec
           perform st-scrperm-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrperm
                 if w-verbo-ok
                    if prm-pac = tm-pac
                       add 1            to x-prm-trovati
                       initialize e1-riga-report
                       string prm-operatore   delimited "  "  ";"
                                               delimited size
                          prm-pac              delimited " "   ";"
                                               delimited size
                          prm-livello          delimited size
                                          into e1-riga-report
                       move e1-riga-report to scn-rec
                       write scn-rec
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog

      **---------------------------------------------------------------**
      ** Cancellazione riga per riga
      **---------------------------------------------------------------**
           if x-prm-trovati > 0
              move x-prm-trovati         to zeta8a
              initialize wb-msg
              string "Il pacchetto ha " zeta8a " permessi censiti (vedi
      -         " "                     delimited size
                 w-nome-scrscnlog        delimited " "
                 "). Li scorro per l'eventuale cancellazione?"
                 delimited size     into wb-msg
              perform acc-conf-custom
              if f3
                 perform x-permessi-cancella
              end-if
           end-if

      **---------------------------------------------------------------**
      ** Aggiunta/aggiornamento dagli appunti di Windows
      **---------------------------------------------------------------**
           move "Aggiungo o aggiorno un permesso? (copiare prima negli a
      -      "ppunti: OPERATORE;PACCHETTO;LIVELLO - livelli: V visualizz
      -      "azione, M modifica, R rilascio, A approvazione)"
                                         to wb-msg
           perform acc-conf-custom
           if f3
              perform x-permessi-aggiungi
           end-if
           .

       x-permessi-cancella.
           initialize prm-rec
           perform st-scrperm-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrperm
                 if w-verbo-ok
                    if prm-pac = tm-pac
                       initialize wb-msg
                       string "Cancello il permesso di " delimited size
                          prm-operatore     delimited "  "
                          " (livello "      delimited size
                          prm-livello       delimited size
                          ")?"              delimited size into wb-msg
                       perform acc-conf-custom
                       if f3
                          move prm-chia1   to x-prm-sav-chia
                          perform del-scrperm
                          move x-prm-sav-chia to prm-chia1
                          perform st-scrperm-magg
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

       x-permessi-aggiungi.
           initialize x-prm-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-prm-clip
           destroy handle-ef

           if x-prm-clip = spaces
              move "Copiare prima negli appunti di Windows la definizio
      -        "ne del permesso!!"       to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize x-prm-s-operatore x-prm-s-pac x-prm-s-livello
           unstring x-prm-clip delimited by ";"
              into x-prm-s-operatore
                   x-prm-s-pac
                   x-prm-s-livello
           end-unstring

           if x-prm-s-operatore = spaces
              move "Operatore mancante!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
      **---------------------------------------------------------------**
      ** Il livello (R)ilascio e` stato verificato sul pacchetto
      ** SELEZIONATO: il permesso puo` riferirsi solo a quello,
      ** altrimenti basterebbe passare il controllo su un pacchetto
      ** libero per concedersi diritti su uno riservato
      **---------------------------------------------------------------**
           if x-prm-s-pac = spaces
              move tm-pac                to x-prm-s-pac
           end-if
           if x-prm-s-pac not = tm-pac
              move "Il permesso deve riferirsi al pacchetto selezionato
      -       " (il controllo di livello vale su quello)!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-prm-s-livello not = "V" and
              x-prm-s-livello not = "M" and
              x-prm-s-livello not = "R" and
              x-prm-s-livello not = "A"
              move "Livello non valido (ammessi: V, M, R, A)!!"
                                         to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize prm-rec
           move x-prm-s-operatore        to prm-operatore
           move x-prm-s-pac              to prm-pac
           move x-prm-s-livello          to prm-livello
           perform wr-scrperm
           if w-verbo-invalido
              perform rwr-scrperm
           end-if
           if w-verbo-ok
              move "Permesso registrato" to wb-msg
              perform vbx-msg-info
            else
              move "Permesso NON registrato!!" to wb-msg
              perform vbx-msg-error
           end-if
           .

      *---------------------------------------------------------------**
      * Approvazione a quattro occhi del programma corrente: riservata
      * a chi ha il livello (A)pprovazione sul pacchetto e solo se le
      * variazioni da rivedere (SCRFHIST successive all'ultima
      * approvazione, elencate su report datato) non sono sue. Il
      * revisore approva o respinge con una nota letta dagli appunti
      * di Windows (obbligatoria per il rifiuto); l'esito aggiorna
      * SCRAPPR e va sul log permanente SCRAPLOG
      *---------------------------------------------------------------**
       x-approvazione-programma.
           if tm-pac = " " or
              tm-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "A"                      to x-perm-richiesto
           move "APPROVAZIONE PROGRAMMA" to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              exit paragraph
           end-if

           move tm-pac                   to x-apr-pac
           move tm-prg                   to x-apr-prg
           perform x-apr-verifica
           if x-apr-ok = "S"
              initialize wb-msg
              string "Il programma "     delimited size
                 tm-prg                  delimited " "
                 " non ha variazioni in attesa di revisione"
                                         delimited size into wb-msg
              perform vbx-msg-info
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Non si approva sotto una sessione di modifica aperta da
      ** qualcun altro: le variazioni viste non sarebbero le ultime
      **---------------------------------------------------------------**
           initialize lck-rec
           move tm-pac                   to lck-pac
           move tm-prg                   to lck-prg
           perform rd-scrlock
           if w-verbo-ok
              if lck-operatore  not = x-lock-oper or
                 lck-postazione not = x-postazione
                 initialize wb-msg
                 string "Programma in modifica da " delimited size
                    lck-operatore        delimited "  "
                    ": revisione non possibile!!" delimited size
                                         into wb-msg
                 perform vbx-msg-error
                 exit paragraph
              end-if
           end-if
           move k-verbo-ok               to statusfi

           perform x-apr-esamina-storia
           if stato not = "00"
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Quattro occhi: chi ha fatto anche una sola delle variazioni
      ** da rivedere (o l'ultima, se la storia e` gia` stata
      ** archiviata) non puo` esserne il revisore
      **---------------------------------------------------------------**
           if x-apr-proprie > 0                or
              x-apr-mod-oper = x-operatore     or
              x-apr-mod-oper = x-lock-oper
              move "APPROVAZIONE MODIFICHE PROPRIE" to x-perm-operazione
              perform x-perm-scrivi-audit
              move "Il programma contiene variazioni fatte da te: la rev
      -        "isione spetta a un altro operatore!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move x-apr-n-var              to zeta8a
           initialize wb-msg
           if x-apr-app-data = 0
              string zeta8a " variazioni da rivedere (programma mai appr
      -          "ovato"                 delimited size
                 into wb-msg
            else
              string zeta8a " variazioni da rivedere (ultima approvazion
      -          "e del "               delimited size
                 x-apr-app-data          delimited size
                 " di "                  delimited size
                 x-apr-revisore          delimited "  "
                 into wb-msg
           end-if
           move wb-msg                   to x-apr-clip
           initialize wb-msg
           string x-apr-clip             delimited "  "
              ", vedi "                  delimited size
              w-nome-scrscnlog           delimited " "
              "). La nota di revisione va copiata prima negli appunti. A
      -       "pprovi il programma?"   delimited size into wb-msg
           perform acc-conf-custom
           if f3
              move "A"                   to x-apr-esito
            else
              move "Respingo il programma (torna in modifica)?"
                                         to wb-msg
              perform acc-conf-custom
              if not f3
                 exit paragraph
              end-if
              move "R"                   to x-apr-esito
           end-if

           perform x-apr-leggi-nota
           if x-apr-esito = "R" and
              x-apr-nota = spaces
              move "Per respingere un programma serve la nota (copiarla 
      -        "prima negli appunti)!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           perform x-apr-registra
           .

      **---------------------------------------------------------------**
      ** Variazioni SCRFHIST del programma successive all'ultima
      ** approvazione: report datato per il revisore, conteggio,
      ** autori e variazioni fatte dall'operatore corrente
      **---------------------------------------------------------------**
       x-apr-esamina-storia.
           move 0                        to x-apr-n-var
           move 0                        to x-apr-proprie
           move 0                        to x-apr-n-aut
           move spaces                   to x-apr-aut-tab

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "aprlog"   delimited size
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

           move "Data;Ora;Operatore;Tipo;Form;Pagina;Progressivo;ID asso
      -      "luto;V-pos;H-pos;Tml;Label;V-pos nuovo;H-pos nuovo;Tml nuo
      -      "vo;Label nuovo"         to scn-rec
           write scn-rec

           initialize hst-rec
           move x-apr-pac                to hst-pac
           move x-apr-prg                to hst-prg
           perform st-scrfhist-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfhist
                 if w-verbo-ok           and
                    hst-pac = x-apr-pac  and
                    hst-prg = x-apr-prg
                    if hst-data > x-apr-app-data or
                       (hst-data = x-apr-app-data and
                        hst-ora > x-apr-app-ora)
                       perform x-apr-storia-riga
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog
           .

       x-apr-storia-riga.
           add 1                         to x-apr-n-var
           if hst-operatore = x-operatore or
              hst-operatore = x-lock-oper
              add 1                      to x-apr-proprie
           end-if

           move "N"                      to x-apr-aut-trovato
           move 0                        to x-apr-a
           perform with test before until x-apr-a = x-apr-n-aut or
                                          x-apr-aut-trovato = "S"
              add 1                      to x-apr-a
              if x-apr-aut (x-apr-a) = hst-operatore
                 move "S"                to x-apr-aut-trovato
              end-if
           end-perform
           if x-apr-aut-trovato = "N" and
              x-apr-n-aut < k-max-apr-aut
              add 1                      to x-apr-n-aut
              move hst-operatore         to x-apr-aut (x-apr-n-aut)
           end-if

           initialize e1-riga-report
           string hst-data               delimited size  ";"
                                         delimited size
                  hst-ora                delimited size  ";"
                                         delimited size
                  hst-operatore          delimited " "   ";"
                                         delimited size
                  hst-tipo               delimited size  ";"
                                         delimited size
                  hst-frm                delimited size  ";"
                                         delimited size
                  hst-pag                delimited size  ";"
                                         delimited size
                  hst-prog               delimited size  ";"
                                         delimited size
                  hst-id-assoluto        delimited size  ";"
                                         delimited size
                  hst-vec-v-pos          delimited size  ";"
                                         delimited size
                  hst-vec-h-pos          delimited size  ";"
                                         delimited size
                  hst-vec-tml            delimited " "   ";"
                                         delimited size
                  hst-vec-label          delimited "  "  ";"
                                         delimited size
                  hst-nuo-v-pos          delimited size  ";"
                                         delimited size
                  hst-nuo-h-pos          delimited size  ";"
                                         delimited size
                  hst-nuo-tml            delimited " "   ";"
                                         delimited size
                  hst-nuo-label          delimited "  "
                                         into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      **---------------------------------------------------------------**
      ** Nota di revisione dagli appunti di Windows (prima riga)
      **---------------------------------------------------------------**
       x-apr-leggi-nota.
           initialize x-apr-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-apr-clip
           destroy handle-ef

           move spaces                   to x-apr-nota
           unstring x-apr-clip delimited by x"0D" or x"0A"
              into x-apr-nota
           end-unstring
           .

      **---------------------------------------------------------------**
      ** Esito della revisione su SCRAPPR e sul log permanente. Se
      ** nel frattempo il programma e` stato variato ancora, la
      ** revisione non vale: le variazioni viste non sono le ultime
      **---------------------------------------------------------------**
       x-apr-registra.
           accept x-apr-ora            from time
           initialize apr-rec
           move x-apr-pac                to apr-pac
           move x-apr-prg                to apr-prg
           perform rd-scrappr
           if w-verbo-invalido           or
              apr-mod-data not = x-apr-mod-data or
              apr-mod-ora  not = x-apr-mod-ora
              move k-verbo-ok            to statusfi
              move "Il programma e` stato variato durante la revisione: 
      -        "ripetere la revisione!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move x-apr-esito              to apr-stato
           move x-lock-oper              to apr-rev-revisore
           move datasis                  to apr-rev-data
           move x-apr-ora                to apr-rev-ora
           move x-apr-nota               to apr-rev-nota
           if x-apr-esito = "A"
              move x-lock-oper           to apr-app-revisore
              move datasis               to apr-app-data
              move x-apr-ora             to apr-app-ora
           end-if
           perform rwr-scrappr
           if w-verbo-invalido
              move k-verbo-ok            to statusfi
              move "Esito della revisione NON registrato!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize x-apr-autori
           move 1                        to x-apr-aut-ptr
           move 0                        to x-apr-a
           perform with test before until x-apr-a = x-apr-n-aut
              add 1                      to x-apr-a
              if x-apr-a > 1
                 string ","              delimited size
                                         into x-apr-autori
                                         with pointer x-apr-aut-ptr
              end-if
              string x-apr-aut (x-apr-a) delimited "  "
                                         into x-apr-autori
                                         with pointer x-apr-aut-ptr
           end-perform

           move x-apr-n-var              to zeta8a
           initialize e5-riga-log
           string x-lock-oper            delimited "  "  ";"
                                         delimited size
                  datasis                delimited size  ";"
                                         delimited size
                  x-apr-ora              delimited size  ";"
                                         delimited size
                  x-apr-pac              delimited " "   ";"
                                         delimited size
                  x-apr-prg              delimited " "   ";"
                                         delimited size
                  x-apr-esito            delimited size  ";"
                                         delimited size
                  zeta8a                 delimited size  ";"
                                         delimited size
                  x-apr-autori           delimited "  "  ";"
                                         delimited size
                  x-apr-nota             delimited "  "
                                         into e5-riga-log
           move e5-riga-log              to apl-rec
           write apl-rec

           if x-apr-esito = "A"
              move "Programma approvato: ora puo` essere rilasciato"
                                         to wb-msg
            else
              move "Programma respinto: torna in modifica" to wb-msg
           end-if
           perform vbx-msg-info
           .

      **---------------------------------------------------------------**
      ** Variazione del programma X-APR-PAC/X-APR-PRG: torna "in
      ** attesa di revisione", qualunque fosse il suo stato
      **---------------------------------------------------------------**
       x-apr-segna-modifica.
           initialize apr-rec
           move x-apr-pac                to apr-pac
           move x-apr-prg                to apr-prg
           perform rd-scrappr
           if w-verbo-invalido
              initialize apr-rec
              move x-apr-pac             to apr-pac
              move x-apr-prg             to apr-prg
              move 0                     to apr-app-data apr-app-ora
                                            apr-rev-data apr-rev-ora
           end-if
           move "M"                      to apr-stato
           move x-operatore              to apr-mod-operatore
           move datasis                  to apr-mod-data
           accept apr-mod-ora          from time
           if w-verbo-ok
              perform rwr-scrappr
            else
              perform wr-scrappr
           end-if
           move k-verbo-ok               to statusfi
           .

      **---------------------------------------------------------------**
      ** Il programma X-APR-PAC/X-APR-PRG e` approvato? Senza riga
      ** SCRAPPR non e` mai stato variato dopo l'introduzione
      ** dell'approvazione e vale come approvato
      **---------------------------------------------------------------**
       x-apr-verifica.
           move "S"                      to x-apr-ok
           move "A"                      to x-apr-stato
           move spaces                   to x-apr-revisore
           move spaces                   to x-apr-mod-oper
           move 0                        to x-apr-app-data
           move 0                        to x-apr-app-ora
           move 0                        to x-apr-mod-data
           move 0                        to x-apr-mod-ora
           initialize apr-rec
           move x-apr-pac                to apr-pac
           move x-apr-prg                to apr-prg
           perform rd-scrappr
           if w-verbo-ok
              move apr-stato             to x-apr-stato
              move apr-app-revisore      to x-apr-revisore
              move apr-app-data          to x-apr-app-data
              move apr-app-ora           to x-apr-app-ora
              move apr-mod-operatore     to x-apr-mod-oper
              move apr-mod-data          to x-apr-mod-data
              move apr-mod-ora           to x-apr-mod-ora
              if apr-stato not = "A"
                 move "N"                to x-apr-ok
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .

      **---------------------------------------------------------------**
      ** Rifiuto di un rilascio per programma non approvato (il
      ** tentativo va anche su SCRAUDAZ)
      **---------------------------------------------------------------**
       x-apr-rifiuta-rilascio.
           perform x-perm-scrivi-audit
           initialize wb-msg
           if x-apr-stato = "R"
              string "Programma "        delimited size
                 x-apr-prg               delimited " "
                 " respinto in revisione: rilascio rifiutato!!"
                                         delimited size into wb-msg
            else
              string "Programma "        delimited size
                 x-apr-prg               delimited " "
                 " variato e non ancora approvato: rilascio rifiutato!!"
                                         delimited size into wb-msg
           end-if
           perform vbx-msg-error
           .

      **---------------------------------------------------------------**
      ** Approvazioni dei programmi rilasciati (relappr.txt nella
      ** cartella del rilascio), per il controllo di SCRRELBAT
      **---------------------------------------------------------------**
       x-apr-scrivi-relappr.
           initialize w-nome-relappr
           string w-dir-rilascio-spot delimited " "
              ext-os-slash "relappr.txt" delimited size
                                 into w-nome-relappr
           open output relappr
           if stato not = "00"
              string "Approvazioni del rilascio non scritte: "
                 w-nome-relappr "; stato : " stato
                                 delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           if x-apr-cumulativo = "N"
              move tm-pac                to x-apr-pac
              move tm-prg                to x-apr-prg
              perform x-apr-relappr-riga
            else
              move 0                     to x-cum-i
              perform with test before until x-cum-i = x-cum-n
                 add 1                   to x-cum-i
                 move tm-pac             to x-apr-pac
                 move x-cum-t-prg (x-cum-i) to x-apr-prg
                 perform x-apr-relappr-riga
              end-perform
           end-if
           close relappr
           .

       x-apr-relappr-riga.
           perform x-apr-verifica
           initialize rap-rec
           move x-apr-pac                to rap-pac
           move x-apr-prg                to rap-prg
           move x-apr-revisore           to rap-revisore
           move x-apr-app-data           to rap-data
           move x-apr-app-ora            to rap-ora
           write rap-rec
           .

      **---------------------------------------------------------------**
      ** Rilascio cumulativo: tutti i programmi dell'elenco devono
      ** essere approvati (X-APR-PRG = il primo che non lo e`)
      **---------------------------------------------------------------**
       x-cum-verifica-approvazione.
           move 0                        to x-apr-non-app
           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              move tm-pac                to x-apr-pac
              move x-cum-t-prg (x-cum-i) to x-apr-prg
              perform x-apr-verifica
              if x-apr-ok = "N"
                 if x-apr-non-app = 0
                    move x-apr-prg       to x-apr-primo
                 end-if
                 add 1                   to x-apr-non-app
              end-if
           end-perform
           .

      *---------------------------------------------------------------**
      * Propagazione di un template corretto in SCRTEMPL a tutti i
      * campi dell'archivio che lo referenziano (FLD-TML): prima
      * elenco su report, campo per campo, gli attributi governati
      * dal template che differiscono dai valori attuali, poi
      * l'operatore sceglie programma per programma cosa allineare e
      * i campi scelti vengono riscritti in blocco (con relativa
      * riga di storia)
      *---------------------------------------------------------------**
       x-propaga-template.
           if tm-pnt = 0 or
              i     = 0 or
              i     > tm-pnt
              move "Seleziona prima in griglia un controllo agganciato a
      -        "l template da propagare!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if tm-tml (i) = spaces
              move "Il controllo selezionato non ha un template!!"
                                         to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move tm-tml (i)               to x-prp-cod
           initialize ftm-rec
           move x-prp-cod                to ftm-cod
           perform rd-scrtempl
           if w-verbo-invalido
              move "Template non trovato in SCRTEMPL!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize wb-msg
           string "Cerco in tutto l'archivio i campi che referenziano i
      -       "l template "              delimited size
              x-prp-cod                  delimited " "  "?"
                                         delimited size into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "prplog"   delimited size
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

           move "Pacchetto;Programma;Form;Pagina;Campo;Attributo;Valore
      -      " attuale;Valore template"  to scn-rec
           write scn-rec

      **---------------------------------------------------------------**
      ** Primo giro: elenco le differenze e raccolgo i programmi
      ** coinvolti (le righe arrivano gia` ordinate per pacchetto/
      ** programma)
      **---------------------------------------------------------------**
           move "R"                      to x-prp-fase
           move 0                        to x-prp-trovati
           move 0                        to x-prp-n-prg
           move "N"                      to x-prp-overflow
           initialize x-prp-tab

           initialize fld-rec
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok
                    if fld-tml = x-prp-cod
                       perform x-prp-confronta
                       if x-prp-diff = "S"
                          add 1          to x-prp-trovati
                          perform x-prp-censisci-programma
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog

           if x-prp-trovati = 0
              move "Tutti i campi sono gia` allineati al template"
                                         to wb-msg
              perform vbx-msg-info
              exit paragraph
           end-if

           if x-prp-overflow = "S"
              move "Trovati piu` programmi del massimo gestito: allineam
      -        "ento parziale!!"         to wb-msg
              perform vbx-msg-warning
           end-if

           move x-prp-trovati            to zeta8a
           initialize wb-msg
           string "Trovati " zeta8a " campi da allineare (vedi "
              delimited size
              w-nome-scrscnlog           delimited " "
              "). Scelgo ora i programmi da aggiornare?"
              delimited size        into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Scelta dei programmi da allineare, uno per uno
      **---------------------------------------------------------------**
           move 0                        to x-prp-p
           perform with test before until x-prp-p = x-prp-n-prg
              add 1                      to x-prp-p
              move x-prp-t-n-campi (x-prp-p) to zeta8a
              initialize wb-msg
              string "Aggiorno "         delimited size
                 x-prp-t-pac (x-prp-p)   delimited " "  "/"
                                         delimited size
                 x-prp-t-prg (x-prp-p)   delimited " "
                 " ("                    delimited size
                 zeta8a                  delimited size
                 " campi da allineare)?" delimited size into wb-msg
              perform acc-conf-custom
              if f3
                 move "S"          to x-prp-t-aggiorna (x-prp-p)
              end-if
           end-perform

      **---------------------------------------------------------------**
      ** Riscrittura in blocco dei campi dei programmi scelti
      **---------------------------------------------------------------**
           move "A"                      to x-prp-fase
           move 0                        to x-prp-aggiornati
           move 0                        to x-prp-p
           perform with test before until x-prp-p = x-prp-n-prg
              add 1                      to x-prp-p
              if x-prp-t-aggiorna (x-prp-p) = "S"
                 perform x-prp-aggiorna-programma
              end-if
           end-perform

           move x-prp-aggiornati         to zeta8a
           initialize wb-msg
           string "Propagazione terminata: " zeta8a
              " campi aggiornati."       delimited size into wb-msg
           perform vbx-msg-info
           .

      **---------------------------------------------------------------**
      ** Aggiungo il programma corrente alla tabella dei programmi
      ** coinvolti (le righe arrivano ordinate: basta controllare
      ** l'ultimo censito)
      **---------------------------------------------------------------**
       x-prp-censisci-programma.
           if x-prp-n-prg > 0
              if x-prp-t-pac (x-prp-n-prg) = fld-pac and
                 x-prp-t-prg (x-prp-n-prg) = fld-prg
                 add 1          to x-prp-t-n-campi (x-prp-n-prg)
                 exit paragraph
              end-if
           end-if
           if x-prp-n-prg < k-max-prp-prg
              add 1                      to x-prp-n-prg
              move fld-pac          to x-prp-t-pac (x-prp-n-prg)
              move fld-prg          to x-prp-t-prg (x-prp-n-prg)
              move 1                to x-prp-t-n-campi (x-prp-n-prg)
              move "N"              to x-prp-t-aggiorna (x-prp-n-prg)
            else
              move "S"                   to x-prp-overflow
           end-if
           .

      **---------------------------------------------------------------**
      ** Confronto del campo corrente con gli attributi governati dal
      ** template; in fase (R)eport ogni differenza scrive una riga
      ** con valore attuale e valore del template
      **---------------------------------------------------------------**
       x-prp-confronta.
           move "N"                      to x-prp-diff
           if fld-tip not = ftm-tip
              move "S"                   to x-prp-diff
              move "FLD-TIP"             to x-prp-attr
              move fld-tip               to x-prp-val-att
              move ftm-tip               to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-size not = ftm-size
              move "S"                   to x-prp-diff
              move "FLD-SIZE"            to x-prp-attr
              move fld-size              to x-prp-val-att
              move ftm-size              to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-size-dec not = ftm-size-dec
              move "S"                   to x-prp-diff
              move "FLD-SIZE-DEC"        to x-prp-attr
              move fld-size-dec          to x-prp-val-att
              move ftm-size-dec          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-v-size not = ftm-v-size
              move "S"                   to x-prp-diff
              move "FLD-V-SIZE"          to x-prp-attr
              move fld-v-size            to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-att
              move ftm-v-size            to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-h-size not = ftm-h-size
              move "S"                   to x-prp-diff
              move "FLD-H-SIZE"          to x-prp-attr
              move fld-h-size            to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-att
              move ftm-h-size            to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-label not = ftm-label
              move "S"                   to x-prp-diff
              move "FLD-LABEL"           to x-prp-attr
              move fld-label             to x-prp-val-att
              move ftm-label             to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-label-v-pos-rel not = ftm-label-v-pos-rel
              move "S"                   to x-prp-diff
              move "FLD-LABEL-V-POS-REL" to x-prp-attr
              move fld-label-v-pos-rel   to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-att
              move ftm-label-v-pos-rel   to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-label-h-pos-rel not = ftm-label-h-pos-rel
              move "S"                   to x-prp-diff
              move "FLD-LABEL-H-POS-REL" to x-prp-attr
              move fld-label-h-pos-rel   to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-att
              move ftm-label-h-pos-rel   to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-label-v-size not = ftm-label-v-size
              move "S"                   to x-prp-diff
              move "FLD-LABEL-V-SIZE"    to x-prp-attr
              move fld-label-v-size      to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-att
              move ftm-label-v-size      to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-label-h-size not = ftm-label-h-size
              move "S"                   to x-prp-diff
              move "FLD-LABEL-H-SIZE"    to x-prp-attr
              move fld-label-h-size      to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-att
              move ftm-label-h-size      to x-prp-num-ed
              move x-prp-num-ed          to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-fl-grid-frame not = ftm-fl-grid-frame
              move "S"                   to x-prp-diff
              move "FLD-FL-GRID-FRAME"   to x-prp-attr
              move fld-fl-grid-frame     to x-prp-val-att
              move ftm-fl-grid-frame     to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-fl-hnd-label not = ftm-fl-hnd-label
              move "S"                   to x-prp-diff
              move "FLD-FL-HND-LABEL"    to x-prp-attr
              move fld-fl-hnd-label      to x-prp-val-att
              move ftm-fl-hnd-label      to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-case not = ftm-case
              move "S"                   to x-prp-diff
              move "FLD-CASE"            to x-prp-attr
              move fld-case              to x-prp-val-att
              move ftm-case              to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-frame-style not = ftm-frame-style
              move "S"                   to x-prp-diff
              move "FLD-FRAME-STYLE"     to x-prp-attr
              move fld-frame-style       to x-prp-val-att
              move ftm-frame-style       to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-fl-full-height not = ftm-fl-full-height
              move "S"                   to x-prp-diff
              move "FLD-FL-FULL-HEIGHT"  to x-prp-attr
              move fld-fl-full-height    to x-prp-val-att
              move ftm-fl-full-height    to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-fl-notify not = ftm-fl-notify
              move "S"                   to x-prp-diff
              move "FLD-FL-NOTIFY"       to x-prp-attr
              move fld-fl-notify         to x-prp-val-att
              move ftm-fl-notify         to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-fl-cent-head not = ftm-fl-cent-head
              move "S"                   to x-prp-diff
              move "FLD-FL-CENT-HEAD"    to x-prp-attr
              move fld-fl-cent-head      to x-prp-val-att
              move ftm-fl-cent-head      to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-check-true not = ftm-check-true
              move "S"                   to x-prp-diff
              move "FLD-CHECK-TRUE"      to x-prp-attr
              move fld-check-true        to x-prp-val-att
              move ftm-check-true        to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-check-false not = ftm-check-false
              move "S"                   to x-prp-diff
              move "FLD-CHECK-FALSE"     to x-prp-attr
              move fld-check-false       to x-prp-val-att
              move ftm-check-false       to x-prp-val-tml
              perform x-prp-nota
           end-if
           if fld-lab-def not = ftm-lab-def
              move "S"                   to x-prp-diff
              move "FLD-LAB-DEF"         to x-prp-attr
              move fld-lab-def           to x-prp-val-att
              move ftm-lab-def           to x-prp-val-tml
              perform x-prp-nota
           end-if
           .

       x-prp-nota.
           if x-prp-fase not = "R"
              exit paragraph
           end-if
           initialize e1-riga-report
           string fld-pac                delimited " "   ";"
                                         delimited size
                  fld-prg                delimited " "   ";"
                                         delimited size
                  fld-frm                delimited size  ";"
                                         delimited size
                  fld-pag                delimited size  ";"
                                         delimited size
                  fld-nome               delimited " "   ";"
                                         delimited size
                  x-prp-attr             delimited " "   ";"
                                         delimited size
                  x-prp-val-att          delimited "  "  ";"
                                         delimited size
                  x-prp-val-tml          delimited "  "
                                         into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      **---------------------------------------------------------------**
      ** Allineamento di tutti i campi del programma scelto che
      ** referenziano il template; ogni riscrittura passa dalla
      ** storia campo come una normale modifica
      **---------------------------------------------------------------**
       x-prp-aggiorna-programma.
      **---------------------------------------------------------------**
      ** Il programma e` in modifica da qualcun altro? Lo salto e lo
      ** annoto sul report, come fa la rigenerazione batch: la
      ** propagazione non deve sovrascrivere una sessione aperta
      **---------------------------------------------------------------**
           initialize lck-rec
           move x-prp-t-pac (x-prp-p)   to lck-pac
           move x-prp-t-prg (x-prp-p)   to lck-prg
           perform rd-scrlock
           if w-verbo-ok
              if lck-operatore  not = x-lock-oper or
                 lck-postazione not = x-postazione
                 initialize wb-msg
                 string "Programma "     delimited size
                    x-prp-t-pac (x-prp-p) delimited " "  "/"
                                         delimited size
                    x-prp-t-prg (x-prp-p) delimited " "
                    " in modifica da "   delimited size
                    lck-operatore        delimited "  "
                    ": saltato!!"        delimited size into wb-msg
                 perform vbx-msg-warning
                 open extend scrscnlog
                 if stato = "00"
                    initialize e1-riga-report
                    string x-prp-t-pac (x-prp-p)
                                         delimited " "   ";"
                                         delimited size
                       x-prp-t-prg (x-prp-p)
                                         delimited " "
                       ";;;;SALTATO;in modifica da "
                                         delimited size
                       lck-operatore     delimited "  "  ";"
                                         delimited size
                                    into e1-riga-report
                    move e1-riga-report  to scn-rec
                    write scn-rec
                    close scrscnlog
                 end-if
                 exit paragraph
              end-if
           end-if

           initialize fld-rec
           move x-prp-t-pac (x-prp-p)   to fld-pac
           move x-prp-t-prg (x-prp-p)   to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok and
                    fld-pac = x-prp-t-pac (x-prp-p) and
                    fld-prg = x-prp-t-prg (x-prp-p)
                    if fld-tml = x-prp-cod
                       perform x-prp-confronta
                       if x-prp-diff = "S"
                          move fld-v-pos   to hst-vec-v-pos
                          move fld-h-pos   to hst-vec-h-pos
                          move fld-v-size  to hst-vec-v-size
                          move fld-h-size  to hst-vec-h-size
                          move fld-tml     to hst-vec-tml
                          move fld-enabled to hst-vec-enabled
                          move fld-visible to hst-vec-visible
                          move fld-label   to hst-vec-label
                          perform x-prp-applica-campo
                          perform rwr-scrfield
                          if w-verbo-ok
                             add 1         to x-prp-aggiornati
                             move "M"      to x-hst-tipo
                             perform x-scrivi-storia
                          end-if
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

       x-prp-applica-campo.
           move ftm-tip                 to fld-tip
           move ftm-size                to fld-size
           move ftm-size-dec            to fld-size-dec
           move ftm-v-size              to fld-v-size
           move ftm-h-size              to fld-h-size
           move ftm-label               to fld-label
           move ftm-label-v-pos-rel     to fld-label-v-pos-rel
           move ftm-label-h-pos-rel     to fld-label-h-pos-rel
           move ftm-label-v-size        to fld-label-v-size
           move ftm-label-h-size        to fld-label-h-size
           move ftm-fl-grid-frame       to fld-fl-grid-frame
           move ftm-fl-hnd-label        to fld-fl-hnd-label
           move ftm-case                to fld-case
           move ftm-frame-style         to fld-frame-style
           move ftm-fl-full-height      to fld-fl-full-height
           move ftm-fl-notify           to fld-fl-notify
           move ftm-fl-cent-head        to fld-fl-cent-head
           move ftm-check-true          to fld-check-true
           move ftm-check-false         to fld-check-false
           move ftm-lab-def             to fld-lab-def
           .

      *---------------------------------------------------------------**
      * Utilizzo dei template: per ogni template di SCRTEMPL il
      * numero di controlli che lo referenziano, pacchetto per
      * pacchetto, su tutto l'archivio. I template senza controlli
      * sono segnalati NON USATO; quelli con la stessa definizione
      * (tutto il record a meno di codice e descrizione) portano
      * nell'ultima colonna il codice del primo template del loro
      * gruppo, come candidati all'unione. In coda i codici
      * referenziati dai controlli ma assenti da SCRTEMPL
      *---------------------------------------------------------------**
       x-utilizzo-template.
           move "Analizzo l'utilizzo dei template su TUTTO l'archivio?"
                                         to wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "utmlog"   delimited size
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

           move "Template;Descrizione;Pacchetto;Controlli;Esito;Gruppo d
      -      "efinizione"              to scn-rec
           write scn-rec

           move "N"                      to x-utm-overflow
           perform x-utm-carica-template
           perform x-utm-conta-usi

           move 0                        to x-utm-inutili
           move 0                        to x-utm-t
           perform with test before until x-utm-t = x-utm-n-tml
              add 1                      to x-utm-t
              perform x-utm-scrivi-template
           end-perform

      **---------------------------------------------------------------**
      ** Codici referenziati dai controlli ma non censiti in SCRTEMPL
      **---------------------------------------------------------------**
           move 0                        to x-utm-orfani
           move 0                        to x-utm-u
           perform with test before until x-utm-u = x-utm-n-uso
              add 1                      to x-utm-u
              if x-utm-u-censito (x-utm-u) = "N"
                 add x-utm-u-n-campi (x-utm-u) to x-utm-orfani
                 move x-utm-u-n-campi (x-utm-u) to x-utm-n-ed
                 initialize e1-riga-report
                 string x-utm-u-tml (x-utm-u) delimited " "   ";;"
                                         delimited size
                    x-utm-u-pac (x-utm-u) delimited " "   ";"
                                         delimited size
                    x-utm-n-ed           delimited size
                    ";TEMPLATE INESISTENTE;" delimited size
                                    into e1-riga-report
                 move e1-riga-report     to scn-rec
                 write scn-rec
              end-if
           end-perform

           if x-utm-overflow = "S"
              move "ATTENZIONE: superato il massimo di template/utilizzi
      -        " gestito, conteggi parziali" to scn-rec
              write scn-rec
           end-if

           close scrscnlog

           move x-utm-n-tml              to zeta8a
           move x-utm-inutili            to zeta8b
           initialize wb-msg
           string "Template analizzati: " zeta8a
              ", non usati: " zeta8b     delimited size
              " (vedi "                  delimited size
              w-nome-scrscnlog           delimited " "
              ")"                        delimited size into wb-msg
           perform vbx-msg-info

           if x-utm-orfani > 0
              move x-utm-orfani          to zeta8a
              initialize wb-msg
              string "Ci sono " zeta8a " controlli agganciati a template
      -          " inesistenti (vedi report)!!" delimited size
                                         into wb-msg
              perform vbx-msg-warning
           end-if
           .

      **---------------------------------------------------------------**
      ** Carico in tabella i template di SCRTEMPL (arrivano ordinati
      ** per codice) con la loro definizione, e intanto li raggruppo
      ** per definizione uguale
      **---------------------------------------------------------------**
       x-utm-carica-template.
           move 0                        to x-utm-n-tml
           initialize x-utm-tml-tab
           initialize ftm-rec
           perform st-scrtempl-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrtempl
                 if w-verbo-ok
                    if x-utm-n-tml < k-max-utm-tml
                       add 1             to x-utm-n-tml
                       move ftm-cod      to x-utm-t-cod (x-utm-n-tml)
                       move ftm-des      to x-utm-t-des (x-utm-n-tml)
                       move ftm-defin
                                       to x-utm-t-defin (x-utm-n-tml)
                       perform x-utm-cerca-gruppo
                     else
                       move "S"          to x-utm-overflow
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

      **---------------------------------------------------------------**
      ** Il template appena caricato ha la stessa definizione di uno
      ** dei precedenti? Il gruppo prende il codice del primo
      **---------------------------------------------------------------**
       x-utm-cerca-gruppo.
           move 1                        to x-utm-g
           perform with test before until x-utm-g = x-utm-n-tml
              if x-utm-t-defin (x-utm-g) =
                 x-utm-t-defin (x-utm-n-tml)
                 if x-utm-t-gruppo (x-utm-g) = spaces
                    move x-utm-t-cod (x-utm-g)
                                       to x-utm-t-gruppo (x-utm-g)
                 end-if
                 move x-utm-t-gruppo (x-utm-g)
                                       to x-utm-t-gruppo (x-utm-n-tml)
                 move x-utm-n-tml        to x-utm-g
               else
                 add 1                   to x-utm-g
              end-if
           end-perform
           .

      **---------------------------------------------------------------**
      ** Conteggio dei controlli per template e pacchetto su tutto
      ** SCRFIELD; alla fine marco gli utilizzi il cui codice e`
      ** censito in SCRTEMPL
      **---------------------------------------------------------------**
       x-utm-conta-usi.
           move 0                        to x-utm-n-uso
           move 1                        to x-utm-u-inizio
           move spaces                   to x-utm-ult-pac
           initialize x-utm-uso-tab
           initialize fld-rec
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok
                    if fld-tml not = spaces
                       perform x-utm-registra-uso
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move 0                        to x-utm-u
           perform with test before until x-utm-u = x-utm-n-uso
              add 1                      to x-utm-u
              move "N"                   to x-utm-u-censito (x-utm-u)
              move 0                     to x-utm-t
              perform with test before until x-utm-t = x-utm-n-tml
                 add 1                   to x-utm-t
                 if x-utm-t-cod (x-utm-t) = x-utm-u-tml (x-utm-u)
                    move "S"             to x-utm-u-censito (x-utm-u)
                    add 1                to x-utm-t-usi (x-utm-t)
                    move x-utm-n-tml     to x-utm-t
                 end-if
              end-perform
           end-perform
           .

      **---------------------------------------------------------------**
      ** Un controllo in piu` per il template FLD-TML nel pacchetto
      ** FLD-PAC. Le righe arrivano ordinate per pacchetto: cerco
      ** solo tra gli utilizzi del pacchetto corrente
      **---------------------------------------------------------------**
       x-utm-registra-uso.
           if fld-pac not = x-utm-ult-pac
              move fld-pac               to x-utm-ult-pac
              compute x-utm-u-inizio = x-utm-n-uso + 1
           end-if
           move x-utm-u-inizio           to x-utm-u
           perform with test before until x-utm-u > x-utm-n-uso
              if x-utm-u-tml (x-utm-u) = fld-tml
                 add 1               to x-utm-u-n-campi (x-utm-u)
                 exit paragraph
              end-if
              add 1                      to x-utm-u
           end-perform
           if x-utm-n-uso < k-max-utm-uso
              add 1                      to x-utm-n-uso
              move fld-tml           to x-utm-u-tml (x-utm-n-uso)
              move fld-pac           to x-utm-u-pac (x-utm-n-uso)
              move 1                 to x-utm-u-n-campi (x-utm-n-uso)
            else
              move "S"                   to x-utm-overflow
           end-if
           .

      **---------------------------------------------------------------**
      ** Righe di report del template X-UTM-T: una per pacchetto che
      ** lo usa, oppure una sola riga NON USATO
      **---------------------------------------------------------------**
       x-utm-scrivi-template.
           if x-utm-t-usi (x-utm-t) = 0
              add 1                      to x-utm-inutili
              move spaces                to x-utm-pac
              move 0                     to x-utm-n-ed
              move "NON USATO"           to x-utm-esito
              perform x-utm-scrivi-riga
              exit paragraph
           end-if

           move "USATO"                  to x-utm-esito
           move 0                        to x-utm-u
           perform with test before until x-utm-u = x-utm-n-uso
              add 1                      to x-utm-u
              if x-utm-u-tml (x-utm-u) = x-utm-t-cod (x-utm-t)
                 move x-utm-u-pac (x-utm-u)     to x-utm-pac
                 move x-utm-u-n-campi (x-utm-u) to x-utm-n-ed
                 perform x-utm-scrivi-riga
              end-if
           end-perform
           .

       x-utm-scrivi-riga.
           initialize e1-riga-report
           string x-utm-t-cod (x-utm-t)  delimited " "   ";"
                                         delimited size
              x-utm-t-des (x-utm-t)      delimited "  "  ";"
                                         delimited size
              x-utm-pac                  delimited " "   ";"
                                         delimited size
              x-utm-n-ed                 delimited size  ";"
                                         delimited size
              x-utm-esito                delimited "  "  ";"
                                         delimited size
              x-utm-t-gruppo (x-utm-t)   delimited " "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Unione di template: tutti i controlli dell'archivio agganciati
      * al template DA vengono riagganciati al template A (i due
      * codici si leggono dagli appunti di Windows come DA;A), con
      * riga di storia prima/dopo su SCRFHIST. Sono saltati, ed
      * elencati sul report, i controlli dei programmi in modifica da
      * altri (SCRLOCK) e dei pacchetti su cui l'operatore non ha il
      * livello (M)odifica (SCRPERM). Solo se non resta agganciato
      * nessun controllo il template DA viene parcheggiato nel
      * cestino del pacchetto corrente e cancellato
      *---------------------------------------------------------------**
       x-unisci-template.
           if tm-pac = " "
              move "Seleziona prima un pacchetto: il template eliminato 
      -        "va nel suo cestino!!"  to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize x-utm-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-utm-clip
           destroy handle-ef

           if x-utm-clip = spaces
              move "Copiare prima negli appunti di Windows i codici dei 
      -        "due template (DA;A)!!"  to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize x-utm-da x-utm-a
           unstring x-utm-clip delimited by ";"
              into x-utm-da
                   x-utm-a
           end-unstring

           if x-utm-da = spaces or
              x-utm-a  = spaces or
              x-utm-da = x-utm-a
              move "Indicare due codici di template diversi (DA;A)!!"
                                         to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize ftm-rec
           move x-utm-da                 to ftm-cod
           perform rd-scrtempl
           if w-verbo-invalido
              initialize wb-msg
              string "Template "         delimited size
                 x-utm-da                delimited " "
                 " non trovato in SCRTEMPL!!" delimited size
                                         into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           move ftm-defin                to x-utm-defin-da

           initialize ftm-rec
           move x-utm-a                  to ftm-cod
           perform rd-scrtempl
           if w-verbo-invalido
              initialize wb-msg
              string "Template "         delimited size
                 x-utm-a                 delimited " "
                 " non trovato in SCRTEMPL!!" delimited size
                                         into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           move ftm-des                  to x-utm-des-a

           initialize x-utm-clip
           if ftm-defin not = x-utm-defin-da
              move "ATTENZIONE: i due template hanno definizioni diverse
      -        " e i controlli mantengono i loro attributi."
                                         to x-utm-clip
           end-if
           initialize wb-msg
           string x-utm-clip             delimited "  "
              " Riaggancio a "           delimited size
              x-utm-a                    delimited " "
              " tutti i controlli del template " delimited size
              x-utm-da                   delimited " "
              " ed elimino "             delimited size
              x-utm-da                   delimited " "
              "?"                        delimited size into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "unilog"   delimited size
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

           move "Pacchetto;Programma;Form;Pagina;Campo;Template prima;Te
      -      "mplate dopo;Esito"        to scn-rec
           write scn-rec

           move 0                        to x-utm-aggiornati
           move 0                        to x-utm-saltati
           move "S"                      to x-utm-corr-ok
           move spaces                   to x-utm-ult-pac
           move spaces                   to x-utm-ult-prg
           initialize fld-rec
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok
                    if fld-tml = x-utm-da
                       perform x-utm-unisci-campo
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           close scrscnlog

      **---------------------------------------------------------------**
      ** Allineo anche la griglia del programma aperto, altrimenti il
      ** suo salvataggio rimetterebbe il vecchio codice
      **---------------------------------------------------------------**
           if x-utm-corr-ok = "S"
              move 0                     to x-utm-t
              perform with test before until x-utm-t = tm-pnt
                 add 1                   to x-utm-t
                 if tm-tml (x-utm-t) = x-utm-da
                    move x-utm-a         to tm-tml (x-utm-t)
                    move x-utm-des-a     to tm-tml-des (x-utm-t)
                 end-if
              end-perform
           end-if

           if x-utm-saltati > 0
              move x-utm-aggiornati      to zeta8a
              move x-utm-saltati         to zeta8b
              initialize wb-msg
              string "Riagganciati " zeta8a " controlli, saltati "
                 zeta8b " (vedi "        delimited size
                 w-nome-scrscnlog        delimited " "
                 "): il template "       delimited size
                 x-utm-da                delimited " "
                 " NON viene eliminato!!" delimited size into wb-msg
              perform vbx-msg-warning
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Nessun controllo resta agganciato: parcheggio il template DA
      ** nel cestino e lo cancello
      **---------------------------------------------------------------**
           initialize ftm-rec
           move x-utm-da                 to ftm-cod
           perform rd-scrtempl
           if w-verbo-ok
              move datasis               to x-cest-data
              accept x-cest-ora        from time
              move "TEMPL"               to x-cest-arc
              move ftm-rec               to x-cest-record
              perform x-cestino-parcheggia
              perform del-scrtempl
           end-if

           move x-utm-aggiornati         to zeta8a
           initialize wb-msg
           string "Unione terminata: " zeta8a
              " controlli riagganciati, template " delimited size
              x-utm-da                   delimited " "
              " eliminato (recuperabile dal cestino)." delimited size
                                         into wb-msg
           perform vbx-msg-info
           .

      **---------------------------------------------------------------**
      ** Riaggancio del controllo corrente, se il suo programma non e`
      ** bloccato e il pacchetto e` autorizzato; riga di report in
      ** ogni caso
      **---------------------------------------------------------------**
       x-utm-unisci-campo.
           perform x-utm-verifica-programma
           if x-utm-pac-ok = "S" and
              x-utm-prg-ok = "S"
              move fld-v-pos             to hst-vec-v-pos
              move fld-h-pos             to hst-vec-h-pos
              move fld-v-size            to hst-vec-v-size
              move fld-h-size            to hst-vec-h-size
              move fld-tml               to hst-vec-tml
              move fld-enabled           to hst-vec-enabled
              move fld-visible           to hst-vec-visible
              move fld-label             to hst-vec-label
              move x-utm-a               to fld-tml
              perform rwr-scrfield
              if w-verbo-ok
                 add 1                   to x-utm-aggiornati
                 move "M"                to x-hst-tipo
                 perform x-scrivi-storia
                 move "RIAGGANCIATO"     to x-utm-nota
               else
                 add 1                   to x-utm-saltati
                 move x-utm-da           to fld-tml
                 move "SALTATO: riscrittura non riuscita" to x-utm-nota
              end-if
            else
              add 1                      to x-utm-saltati
              move x-utm-motivo          to x-utm-nota
              if fld-pac = tm-pac and
                 fld-prg = tm-prg
                 move "N"                to x-utm-corr-ok
              end-if
           end-if

           initialize e1-riga-report
           string fld-pac                delimited " "   ";"
                                         delimited size
              fld-prg                    delimited " "   ";"
                                         delimited size
              fld-frm                    delimited size  ";"
                                         delimited size
              fld-pag                    delimited size  ";"
                                         delimited size
              fld-prog                   delimited size  ";"
                                         delimited size
              x-utm-da                   delimited " "   ";"
                                         delimited size
              fld-tml                    delimited " "   ";"
                                         delimited size
              x-utm-nota                 delimited "  "
                                    into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           move k-verbo-ok               to statusfi
           .

      **---------------------------------------------------------------**
      ** Verifica (una volta per programma, le righe arrivano
      ** ordinate) del livello dell'operatore sul pacchetto, con la
      ** stessa regola di X-CONTROLLA-PERMESSO, e del blocco del
      ** programma da parte di un'altra sessione
      **---------------------------------------------------------------**
       x-utm-verifica-programma.
           if fld-pac = x-utm-ult-pac and
              fld-prg = x-utm-ult-prg
              exit paragraph
           end-if

           if fld-pac not = x-utm-ult-pac
              move "S"                   to x-utm-pac-ok
              initialize prm-rec
              move x-lock-oper           to prm-operatore
              move fld-pac               to prm-pac
              perform rd-scrperm
              if w-verbo-ok
                 if prm-livello not = "M" and
                    prm-livello not = "R" and
                    prm-livello not = "A"
                    move "N"             to x-utm-pac-ok
                 end-if
              end-if
           end-if
           move fld-pac                  to x-utm-ult-pac
           move fld-prg                  to x-utm-ult-prg

           move "S"                      to x-utm-prg-ok
           move spaces                   to x-utm-motivo
           if x-utm-pac-ok = "N"
              move "SALTATO: pacchetto non autorizzato" to x-utm-motivo
              exit paragraph
           end-if

           initialize lck-rec
           move fld-pac                  to lck-pac
           move fld-prg                  to lck-prg
           perform rd-scrlock
           if w-verbo-ok
              if lck-operatore  not = x-lock-oper or
                 lck-postazione not = x-postazione
                 move "N"                to x-utm-prg-ok
                 string "SALTATO: in modifica da " delimited size
                    lck-operatore        delimited "  "
                                    into x-utm-motivo
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .

      *---------------------------------------------------------------**
      * Chiamata a GESLNG
      *---------------------------------------------------------------**
       x-call-coge0a.
           initialize util-coge0a
           call "COGE0A"                using stringhe util-coge0a
           cancel "COGE0A"
           .

      *---------------------------------------------------------------**
      * Chiamate a GESLNG
      *---------------------------------------------------------------**
       x-call-scrlng-testi-programma.
           if tm-pac = " " or
              tm-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize util-scrlng
           move "P"                     to scrlng-tipo
           move tm-pac                  to scrlng-pac
           move tm-prg                  to scrlng-prg
           call "SCRLNG"             using stringhe util-scrlng
           cancel "SCRLNG"
           .
       x-call-scrlng-testi-generali.
           initialize util-scrlng
           move "G"                     to scrlng-tipo
           call "SCRLNG"             using stringhe util-scrlng
           cancel "SCRLNG"
           .
      *---------------------------------------------------------------**
      * Chiamate a SCRPGNAV
      *---------------------------------------------------------------**
       x-call-navigazione.
           if tm-pac = " " or
              tm-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize util-scrpgnav
           move "SCRPGNAV-CALLED"       to scrpgnav-called
           move "P"                     to scrpgnav-rs-tip
           move tm-prg                  to scrpgnav-rs-cod
           call "SCRPGNAV"           using stringhe util-scrpgnav
           cancel "SCRPGNAV"

           .
      *---------------------------------------------------------------**
      * Chiamate a SCRERS
      *---------------------------------------------------------------**
       x-call-generazione-nav.
           if tm-pac = " " or
              x-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize util-scrers
           move "SCRSIM"             to scrers-caller
           move "SCRERS-CALLED"      to scrers-called
           move tm-pac               to scrers-pac
           move function lower-case(x-prg) to scrers-prg
           move x-silent-mode        to scrers-silent-mode
           call "SCRERS"          using stringhe util-scrers
           cancel "SCRERS"
           .
      *---------------------------------------------------------------**
      * Chiamata a SCRWD2: esportazione della definizione
      * strutturata delle form del programma corrente per il
      * front-end WD2/web (tutte le form, un file ciascuna)
      *---------------------------------------------------------------**
       x-call-scrwd2.
           if tm-pac = " " or
              tm-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize util-scrwd2
           move "SCRWD2-CALLED"         to scrwd2-called
           move prog-err                to scrwd2-caller
           move tm-pac                  to scrwd2-pac
           move tm-prg                  to scrwd2-prg
           move 0                       to scrwd2-frm
           move ext-out-dir             to scrwd2-out-dir
           move "N"                     to scrwd2-silent-mode
           call "SCRWD2"             using stringhe util-scrwd2
                                   on overflow
              move "'SCRWD2' non trovato." to wb-msg
              perform vbx-msg-error
           end-call
           cancel "SCRWD2"
           .

      *---------------------------------------------------------------**
      * Chiamate a SCRGFIL
      *---------------------------------------------------------------**
       x-call-scrgfil.
           initialize util-scrgfil
           call "SCRGFIL"         using stringhe util-scrgfil
           cancel "SCRGFIL"
           .

      *---------------------------------------------------------------**
      * Chiamate a SCRGTMPL
      *---------------------------------------------------------------**
       x-call-scrgtmpl.
           call "SCRGTMPL"         using stringhe util-scrgtmpl
           cancel "SCRGTMPL"
           .

      *---------------------------------------------------------------**
      * Chiamate a SCRGFDIP
      *---------------------------------------------------------------**
       x-call-scrgfdip.
           call "SCRGFDIP"         using stringhe util-scrgfdip
           cancel "SCRGFDIP"
           .
      *---------------------------------------------------------------**
      * Chiamate a SCRREL
      *---------------------------------------------------------------**
       x-call-scrrel-rilascio-spot.
           if tm-pac = " " or
              tm-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "R"                     to x-perm-richiesto
           move "RILASCIO SPOT"         to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Quattro occhi: si rilascia solo un programma approvato
      **---------------------------------------------------------------**
           move tm-pac                  to x-apr-pac
           move tm-prg                  to x-apr-prg
           perform x-apr-verifica
           if x-apr-ok = "N"
              move "RILASCIO SPOT NON APPROVATO" to x-perm-operazione
              perform x-apr-rifiuta-rilascio
              exit paragraph
           end-if

           move "Vuoi inizializzare i file EXP?" to wb-msg
           perform acc-conf-custom
           move "S"                     to fl-aggiungi-files
           if f3
              move "N"                  to fl-aggiungi-files
           end-if

      **---------------------------------------------------------------**
      ** Ogni rilascio spot va nella sua cartella (pacchetto,
      ** programma, data e ora), cosi` i vari exp*.arc/exp*.seq non
      ** si sovrascrivono piu` l'uno con l'altro
      **---------------------------------------------------------------**
           accept x-ora-rilascio         from time

           initialize w-dir-rilascio-spot
           string "c:\ecoge\tmp\exp_" delimited size
              tm-pac                  delimited " "   "_"
                                      delimited size
              tm-prg                  delimited " "   "_"
                                      delimited size
              datasis                 delimited size  "_"
                                      delimited size
              x-ora-rilascio          delimited size
                                 into w-dir-rilascio-spot

           call "CBL_CREATE_DIR"  using w-dir-rilascio-spot
                                  returning w-ret-create-dir

           move "Inizio esportazione..." to wb-msg
           perform clock-msg
           perform view-clk
           perform call-scrrel-inizio
           move "Esportazione programma in corso..." to wb-msg
           perform view-clk
           perform call-scrrel-copia-agg-prog
           move "Esportazione dati generali in corso..." to wb-msg
           perform view-clk
           perform call-scrrel-fine
           perform rem-clk

           move "N"                     to x-apr-cumulativo
           perform x-apr-scrivi-relappr

      **---------------------------------------------------------------**
      ** Traccio il rilascio nel catalogo permanente
      **---------------------------------------------------------------**
           initialize e3-riga-catalogo
           string x-operatore            delimited "  "  ";"
                                          delimited size
                  datasis                delimited size  ";"
                                          delimited size
                  x-ora-rilascio         delimited size  ";"
                                          delimited size
                  tm-pac                 delimited " "   ";"
                                          delimited size
                  tm-prg                 delimited " "   ";"
                                          delimited size
                  w-dir-rilascio-spot    delimited " "
                                         into e3-riga-catalogo
           move e3-riga-catalogo          to xct-rec
           write xct-rec

           initialize wb-msg
           string "Esportazione terminata nei files"
                    " exp*.arc ed exp*.seq"   delimited size
                k-newline                     delimited size
                "presenti in "                delimited size
                w-dir-rilascio-spot            delimited " "
                                         into wb-msg
           perform vbx-msg

           .

       call-scrrel-inizio.
           initialize util-scrrel
           move "RILASCIA-INIZIO"       to scrrel-ope
           move ext-prg-dir             to scrrel-path-in
           move w-dir-rilascio-spot     to scrrel-path-out
           move fl-aggiungi-files       to scrrel-fl-aggiungi
           call "SCRREL"             using stringhe util-scrrel
           .
       call-scrrel-copia-agg-prog.
           initialize util-scrrel
           move "RILASCIA-COPIA"        to scrrel-ope
           move tm-prg                to scrrel-prg
           move "S"                     to scrrel-fl-singolo
           call "SCRREL"             using stringhe util-scrrel
           .
       call-scrrel-fine.
           initialize util-scrrel
           move "RILASCIA-FINE"         to scrrel-ope
           move ext-prg-dir             to scrrel-path-in
           move w-dir-rilascio-spot     to scrrel-path-out
           move fl-aggiungi-files       to scrrel-fl-aggiungi
           move "S"                     to scrrel-fl-singolo
           call "SCRREL"             using stringhe util-scrrel
           cancel "SCRREL"
           .

      *---------------------------------------------------------------**
      * Rilascio cumulativo per cliente: il nome del cliente arriva
      * dagli appunti di Windows; dal catalogo SCREXPCAT ricavo
      * l'ultima consegna cumulativa a quel cliente per il pacchetto
      * corrente e raccolgo tutti i programmi con variazioni SCRFHIST
      * o cancellazioni SCRCEST successive. L'elenco va su report
      * datato e negli appunti: l'operatore lo corregge e lo ricopia
      * negli appunti, poi i programmi finiscono in una sola cartella
      * di rilascio (con l'elenco relcum.txt per SCRRELIN/SCRRELBAT)
      * e in un solo rigo di catalogo che nomina il cliente
      *---------------------------------------------------------------**
       x-rilascio-cumulativo.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "R"                     to x-perm-richiesto
           move "RILASCIO CUMULATIVO"   to x-perm-operazione
           perform x-controlla-permesso
           if x-perm-ok = "N"
              exit paragraph
           end-if

           initialize x-cum-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-cum-clip
           destroy handle-ef

           move spaces                   to x-cum-cliente
           unstring x-cum-clip delimited by x"0D" or x"0A" or ";"
              into x-cum-cliente
           end-unstring
           if x-cum-cliente = spaces
              move "Copiare prima negli appunti di Windows il nome del c
      -        "liente!!"                to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           move function upper-case(x-cum-cliente) to x-cum-cliente

           initialize wb-msg
           string "Rilascio cumulativo del pacchetto " delimited size
              tm-pac                     delimited " "
              " per il cliente "         delimited size
              x-cum-cliente              delimited "  "
              ": cerco i programmi cambiati dopo l'ultima consegna?"
                                         delimited size into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           perform x-cum-ultima-consegna
           if x-cum-cat-ko = "S"
              exit paragraph
           end-if
           perform x-cum-raccogli

           if x-cum-n = 0
              initialize wb-msg
              string "Nessun programma del pacchetto e` cambiato dopo l'
      -        "ultima consegna al cliente " delimited size
                 x-cum-cliente           delimited "  "
                                    into wb-msg
              perform vbx-msg-info
              exit paragraph
           end-if

           perform x-cum-report
           if stato not = "00"
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Elenco negli appunti, da rivedere e ricopiare
      **---------------------------------------------------------------**
           perform x-cum-appunti-elenco
           move x-cum-n                  to zeta8a
           initialize wb-msg
           string zeta8a " programmi candidati (vedi " delimited size
              w-nome-scrscnlog           delimited " "
              "). L'elenco dei programmi esportabili e` negli appunti: s
      -       "e serve correggerlo, ricopiarlo negli appunti (un program
      -       "ma per riga). Proseguo con l'elenco degli appunti?"
                                         delimited size into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           perform x-cum-leggi-elenco
           if x-cum-errati > 0
              move x-cum-errati          to zeta8a
              initialize wb-msg
              string zeta8a " programmi dell'elenco non esistono nel pac
      -        "chetto (il primo: "      delimited size
                 x-cum-prg               delimited " "
                 "): rilascio annullato" delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-cum-overflow = "S"
              move "L'elenco supera il numero massimo di programmi di un
      -        " rilascio cumulativo: rilascio annullato" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-cum-n = 0
              move "Elenco dei programmi vuoto: rilascio annullato"
                                         to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Quattro occhi: tutti i programmi dell'elenco devono essere
      ** approvati, altrimenti non parte niente
      **---------------------------------------------------------------**
           perform x-cum-verifica-approvazione
           if x-apr-non-app > 0
              move "RIL. CUMULATIVO NON APPROVATO"
                                         to x-perm-operazione
              perform x-perm-scrivi-audit
              move x-apr-non-app         to zeta8a
              initialize wb-msg
              string zeta8a " programmi dell'elenco non sono approvati (
      -        "il primo: "            delimited size
                 x-apr-primo             delimited " "
                 "): rilascio annullato" delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move x-cum-n                  to zeta8a
           initialize wb-msg
           string "Esporto " zeta8a " programmi per il cliente "
              delimited size
              x-cum-cliente              delimited "  "
              " in un'unica cartella di rilascio?" delimited size
                                    into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Cartella propria (pacchetto, cliente, data e ora), sempre
      ** con files EXP inizializzati
      **---------------------------------------------------------------**
           move "N"                     to fl-aggiungi-files
           accept x-ora-rilascio         from time

           initialize w-dir-rilascio-spot
           string "c:\ecoge\tmp\cum_" delimited size
              tm-pac                  delimited " "   "_"
                                      delimited size
              x-cum-cliente           delimited " "   "_"
                                      delimited size
              datasis                 delimited size  "_"
                                      delimited size
              x-ora-rilascio          delimited size
                                 into w-dir-rilascio-spot

           call "CBL_CREATE_DIR"  using w-dir-rilascio-spot
                                  returning w-ret-create-dir

           move "Inizio esportazione..." to wb-msg
           perform clock-msg
           perform view-clk
           perform call-scrrel-inizio
           move "Esportazione programmi in corso..." to wb-msg
           perform view-clk
           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              perform call-scrrel-copia-cumulativo
           end-perform
           move "Esportazione dati generali in corso..." to wb-msg
           perform view-clk
           perform call-scrrel-fine
           perform rem-clk

           perform x-cum-scrivi-elenco
           move "S"                     to x-apr-cumulativo
           perform x-apr-scrivi-relappr

      **---------------------------------------------------------------**
      ** Un solo rigo di catalogo: cliente ed elenco dei programmi
      **---------------------------------------------------------------**
           initialize e4-riga-catalogo
           move 1                        to x-cum-cat-ptr
           string x-operatore            delimited "  "  ";"
                                          delimited size
                  datasis                delimited size  ";"
                                          delimited size
                  x-ora-rilascio         delimited size  ";"
                                          delimited size
                  tm-pac                 delimited " "   ";"
                                          delimited size
                  "*CUMULATIVO"          delimited size  ";"
                                          delimited size
                  w-dir-rilascio-spot    delimited " "   ";"
                                          delimited size
                  x-cum-cliente          delimited "  "  ";"
                                          delimited size
                                         into e4-riga-catalogo
                                         with pointer x-cum-cat-ptr
           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              if x-cum-i > 1
                 string ","              delimited size
                                         into e4-riga-catalogo
                                         with pointer x-cum-cat-ptr
              end-if
              string x-cum-t-prg (x-cum-i) delimited " "
                                         into e4-riga-catalogo
                                         with pointer x-cum-cat-ptr
           end-perform
           move e4-riga-catalogo          to xct-rec
           write xct-rec

           move x-cum-n                  to zeta8a
           initialize wb-msg
           string "Rilascio cumulativo di " zeta8a
                    " programmi esportato nei files" delimited size
                " exp*.arc ed exp*.seq"   delimited size
                k-newline                 delimited size
                "presenti in "            delimited size
                w-dir-rilascio-spot       delimited " "
                                     into wb-msg
           perform vbx-msg
           .

      **---------------------------------------------------------------**
      ** Ultima consegna cumulativa catalogata per cliente e
      ** pacchetto (data e ora piu` recenti). Il catalogo e` aperto
      ** in append: lo rileggo e lo riapro come prima
      **---------------------------------------------------------------**
       x-cum-ultima-consegna.
           move 0                        to x-cum-ult-data
           move 0                        to x-cum-ult-ora
           move spaces                   to x-cum-ult-dir

           close screxpcat
           open input screxpcat
           if stato = "00"
              perform with test before until stato not = "00"
                 read screxpcat
                    at end move "10"     to stato
                  not at end
                    perform x-cum-riga-catalogo
                 end-read
              end-perform
              close screxpcat
           end-if

           move "N"                      to x-cum-cat-ko
           open extend screxpcat
           if stato = "35"
              open output screxpcat
              close screxpcat
              open extend screxpcat
            else
              if stato not = "00"
                 string "Log non aperto: " w-nome-screxpcat "; "
                    "stato : " stato  delimited size into wb-msg
                 perform vbx-msg-error
                 move "S"                to x-cum-cat-ko
              end-if
           end-if
           .

       x-cum-riga-catalogo.
           initialize x-cum-cat-operatore x-cum-cat-data x-cum-cat-ora
                      x-cum-cat-pac x-cum-cat-prg x-cum-cat-dir
                      x-cum-cat-cliente
           unstring xct-rec delimited by ";"
              into x-cum-cat-operatore
                   x-cum-cat-data
                   x-cum-cat-ora
                   x-cum-cat-pac
                   x-cum-cat-prg
                   x-cum-cat-dir
                   x-cum-cat-cliente
           end-unstring
           if x-cum-cat-pac not = tm-pac or
              x-cum-cat-data not numeric
              exit paragraph
           end-if
           move function upper-case(x-cum-cat-cliente)
                                         to x-cum-cat-cliente
           if x-cum-cat-cliente not = x-cum-cliente
              exit paragraph
           end-if
           move x-cum-cat-data           to x-cum-data
           move 0                        to x-cum-ora
           if x-cum-cat-ora numeric
              move x-cum-cat-ora         to x-cum-ora
           end-if
           if x-cum-data > x-cum-ult-data or
              (x-cum-data = x-cum-ult-data and
               x-cum-ora > x-cum-ult-ora)
              move x-cum-data            to x-cum-ult-data
              move x-cum-ora             to x-cum-ult-ora
              move x-cum-cat-dir         to x-cum-ult-dir
           end-if
           .

      **---------------------------------------------------------------**
      ** Programmi con variazioni (SCRFHIST) o cancellazioni (SCRCEST)
      ** successive all'ultima consegna
      **---------------------------------------------------------------**
       x-cum-raccogli.
           move 0                        to x-cum-n
           move "N"                      to x-cum-overflow

           initialize hst-rec
           move tm-pac                   to hst-pac
           perform st-scrfhist-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfhist
                 if w-verbo-ok and
                    hst-pac = tm-pac
                    if hst-data > x-cum-ult-data or
                       (hst-data = x-cum-ult-data and
                        hst-ora > x-cum-ult-ora)
                       move hst-prg      to x-cum-prg
                       move hst-data     to x-cum-data
                       perform x-cum-aggiungi
                       if x-cum-i > 0
                          add 1   to x-cum-t-modifiche (x-cum-i)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           initialize cst-rec
           move tm-pac                   to cst-pac
           perform st-scrcest-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrcest
                 if w-verbo-ok and
                    cst-pac = tm-pac
      * i modelli parcheggiati dall'unione non sono programmi
                    if cst-arc not = "TEMPL" and
                       cst-prg not = spaces  and
                       (cst-data > x-cum-ult-data or
                        (cst-data = x-cum-ult-data and
                         cst-ora > x-cum-ult-ora))
                       move cst-prg      to x-cum-prg
                       move cst-data     to x-cum-data
                       perform x-cum-aggiungi
                       if x-cum-i > 0
                          add 1   to x-cum-t-cancellati (x-cum-i)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              move x-cum-t-prg (x-cum-i) to x-cum-prg
              perform x-cum-presente
              move x-cum-trovato    to x-cum-t-presente (x-cum-i)
           end-perform
           .

      **---------------------------------------------------------------**
      ** Programma X-CUM-PRG in tabella (una riga per programma):
      ** X-CUM-I = posizione, zero se la tabella e` piena
      **---------------------------------------------------------------**
       x-cum-aggiungi.
           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              if x-cum-t-prg (x-cum-i) = x-cum-prg
                 if x-cum-data > x-cum-t-ult-data (x-cum-i)
                    move x-cum-data to x-cum-t-ult-data (x-cum-i)
                 end-if
                 exit paragraph
              end-if
           end-perform
           if x-cum-n = k-max-cum-prg
              move "S"                   to x-cum-overflow
              move 0                     to x-cum-i
              exit paragraph
           end-if
           add 1                         to x-cum-n
           move x-cum-n                  to x-cum-i
           initialize x-cum-ele (x-cum-i)
           move x-cum-prg                to x-cum-t-prg (x-cum-i)
           move x-cum-data               to x-cum-t-ult-data (x-cum-i)
           move "S"                      to x-cum-t-presente (x-cum-i)
           .

      **---------------------------------------------------------------**
      ** Il programma X-CUM-PRG ha ancora una definizione SCRFORMS
      ** nel pacchetto corrente?
      **---------------------------------------------------------------**
       x-cum-presente.
           move "N"                      to x-cum-trovato
           initialize scr-rec
           move tm-pac                   to scr-pac
           move x-cum-prg                to scr-prg
           perform st-scrforms-notmin
           if w-verbo-ok
              perform rdnxt-scrforms
              if w-verbo-ok       and
                 scr-pac = tm-pac and
                 scr-prg = x-cum-prg
                 move "S"                to x-cum-trovato
              end-if
           end-if
           move k-verbo-ok               to statusfi
           .

      **---------------------------------------------------------------**
      ** Report dei candidati (cumlog<data>.csv)
      **---------------------------------------------------------------**
       x-cum-report.
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "cumlog"   delimited size
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

           move "Pacchetto;Cliente;Ultima consegna;Ora;Programma;Variazi
      -      "oni;Cancellazioni;Ultima variazione;Note" to scn-rec
           write scn-rec

           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              move x-cum-t-modifiche (x-cum-i)  to zeta8a
              move x-cum-t-cancellati (x-cum-i) to zeta8b
              initialize e1-riga-report
              string tm-pac              delimited " "   ";"
                                         delimited size
                 x-cum-cliente           delimited "  "  ";"
                                         delimited size
                 x-cum-ult-data          delimited size  ";"
                                         delimited size
                 x-cum-ult-ora           delimited size  ";"
                                         delimited size
                 x-cum-t-prg (x-cum-i)   delimited " "   ";"
                                         delimited size
                 zeta8a                  delimited size  ";"
                                         delimited size
                 zeta8b                  delimited size  ";"
                                         delimited size
                 x-cum-t-ult-data (x-cum-i) delimited size ";"
                                         delimited size
                                    into e1-riga-report
              if x-cum-t-presente (x-cum-i) = "N"
                 string e1-riga-report   delimited "  "
                    "PROGRAMMA NON PIU` PRESENTE, NON ESPORTABILE"
                                         delimited size
                                    into e1-riga-report
              end-if
              move e1-riga-report        to scn-rec
              write scn-rec
           end-perform

           if x-cum-overflow = "S"
              move ";;;;;;;;PROGRAMMI OLTRE IL MASSIMO GESTITO, ELENCO I
      -        "NCOMPLETO"               to scn-rec
              write scn-rec
           end-if

           close scrscnlog
           move "00"                     to stato
           .

      **---------------------------------------------------------------**
      ** Programmi esportabili negli appunti, uno per riga
      **---------------------------------------------------------------**
       x-cum-appunti-elenco.
           initialize w-clipboard
           move 1                        to x-cum-ptr
           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              if x-cum-t-presente (x-cum-i) = "S"
                 string x-cum-t-prg (x-cum-i) delimited " "
                    x"0D0A"              delimited size
                                    into w-clipboard
                                    with pointer x-cum-ptr
              end-if
           end-perform

           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, value = w-clipboard
           modify handle-ef, cursor = -1
           modify handle-ef, action = action-copy
           destroy handle-ef
           .

      **---------------------------------------------------------------**
      ** Rilettura dell'elenco (eventualmente corretto) dagli appunti:
      ** i nomi possono essere separati da a capo, spazi, ";" o ","
      **---------------------------------------------------------------**
       x-cum-leggi-elenco.
           initialize x-cum-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-cum-clip
           destroy handle-ef

           move 0                        to x-cum-n
           move 0                        to x-cum-errati
           move "N"                      to x-cum-overflow
           move spaces                   to x-cum-prg
           move 1                        to x-cum-ptr
           perform with test before until x-cum-ptr > 4000
              if x-cum-clip (x-cum-ptr:) = spaces
                 move 4001               to x-cum-ptr
                 exit perform
              end-if
              move spaces                to x-cum-tok
              unstring x-cum-clip delimited by x"0D" or x"0A" or ";"
                                        or "," or " " or x"09"
                 into x-cum-tok
                 with pointer x-cum-ptr
              end-unstring
              if x-cum-tok not = spaces
                 perform x-cum-elenco-nome
              end-if
           end-perform
           .

       x-cum-elenco-nome.
           if x-cum-tok (21:) not = spaces
              if x-cum-errati = 0
                 move x-cum-tok          to x-cum-prg
              end-if
              add 1                      to x-cum-errati
              exit paragraph
           end-if
           move x-cum-tok                to x-cum-prg
           perform x-cum-presente
           if x-cum-trovato = "N"
              add 1                      to x-cum-errati
              exit paragraph
           end-if
           move 0                        to x-cum-data
           perform x-cum-aggiungi
           if x-cum-errati = 0
              move spaces                to x-cum-prg
           end-if
           .

      **---------------------------------------------------------------**
      ** Elenco relcum.txt nella cartella del rilascio: testata con
      ** il cliente, una riga per programma
      **---------------------------------------------------------------**
       x-cum-scrivi-elenco.
           initialize w-nome-relcum
           string w-dir-rilascio-spot delimited " "
              ext-os-slash "relcum.txt" delimited size
                                 into w-nome-relcum
           open output relcum
           if stato not = "00"
              string "Elenco del rilascio non scritto: " w-nome-relcum
                 "; stato : " stato  delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           initialize rcm-rec
           move "T"                      to rcm-tipo
           move tm-pac                   to rcm-pac
           move x-cum-cliente            to rcm-cliente
           move datasis                  to rcm-data
           move x-ora-rilascio           to rcm-ora
           move x-operatore              to rcm-operatore
           write rcm-rec

           move 0                        to x-cum-i
           perform with test before until x-cum-i = x-cum-n
              add 1                      to x-cum-i
              initialize rcm-rec
              move "P"                   to rcm-tipo
              move tm-pac                to rcm-pac
              move x-cum-t-prg (x-cum-i) to rcm-prg
              move x-cum-cliente         to rcm-cliente
              move datasis               to rcm-data
              move x-ora-rilascio        to rcm-ora
              move x-operatore           to rcm-operatore
              write rcm-rec
           end-perform
           close relcum
           .

       call-scrrel-copia-cumulativo.
           initialize util-scrrel
           move "RILASCIA-COPIA"        to scrrel-ope
           move x-cum-t-prg (x-cum-i)   to scrrel-prg
           move "S"                     to scrrel-fl-singolo
           call "SCRREL"             using stringhe util-scrrel
           .

      *---------------------------------------------------------------**
      * Verifica di consistenza delle maschere su tutto l'archivio;
      * il risultato va, come sempre, negli appunti di Windows, ma
      * viene anche scritto su un file di report datato, cosi` il
      * rilascio si puo` archiviare e confrontare con il precedente
      *---------------------------------------------------------------**
       x-verifica-appunti.
           move "Eseguo la verifica di consistenza delle maschere?"
                                         to wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "scnlog"   delimited size
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

           move "Pacchetto;Programma;Form;Pagina;Errore" to scn-rec
           write scn-rec

           perform e-scan

           close scrscnlog

           if buf-size = 0
              move "Nessuna anomalia riscontrata" to wb-msg
              perform vbx-msg-info
           end-if
           .

      *---------------------------------------------------------------**
      * Verifica di integrita` referenziale del pacchetto selezionato:
      * - righe SCRFLDEX orfane (il campo SCRFIELD che le possedeva
      *   e` stato cancellato, es. da X-AZZERA-ID-ASSOLUTO o da una
      *   C-CANCELLA mancata)
      * - righe SCRPGFIL che puntano a un file SCRFILES rinominato o
      *   rimosso
      * - campi con FLD-TML che non trovano piu` corrispondenza in
      *   SCRTEMPL
      * Il lavoro lo fa SCRINTEG, lo stesso richiamato da SCRJOB nel
      * giro notturno; il risultato va su un report datato
      *---------------------------------------------------------------**
       x-verifica-integrita-pacchetto.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "Eseguo la verifica di integrita` del pacchetto?"
                                         to wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           initialize util-scrinteg
           move "SCRINTEG-CALLED"       to scrinteg-called
           move prog-err                to scrinteg-caller
           move tm-pac                  to scrinteg-pac
           move "N"                     to scrinteg-silent-mode
           call "SCRINTEG"           using stringhe util-scrinteg
                                   on overflow
              move "'SCRINTEG' non trovato." to wb-msg
              perform vbx-msg-error
           end-call
           cancel "SCRINTEG"
           .

      *---------------------------------------------------------------**
      * Verifica della geometria delle form del pacchetto corrente
      * (controlli sovrapposti o fuori form, label sovrapposte, figli
      * di griglia fuori griglia), layout base e tutte le varianti
      * SCRFLDLY: il lavoro lo fa SCRGEOM, lo stesso richiamato da
      * SCRBGEO nel giro notturno
      *---------------------------------------------------------------**
       x-verifica-geometria.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move "Eseguo la verifica di geometria del pacchetto?"
                                         to wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           initialize util-scrgeom
           move "SCRGEOM-CALLED"        to scrgeom-called
           move prog-err                to scrgeom-caller
           move tm-pac                  to scrgeom-pac
           move spaces                  to scrgeom-prg
           move "N"                     to scrgeom-silent-mode
           call "SCRGEOM"            using stringhe util-scrgeom
                                   on overflow
              move "'SCRGEOM' non trovato." to wb-msg
              perform vbx-msg-error
           end-call
           cancel "SCRGEOM"
           .

      *---------------------------------------------------------------**
      * Confronto dei controlli con i tracciati record dei file del
      * programma corrente (SCRPGFIL/SCRFILES), o di tutti i programmi
      * del pacchetto se nessun programma e` indicato: tipo numerico
      * o alfanumerico, lunghezza, decimali e segno diversi dalla PIC
      * del campo, controlli senza campo corrispondente. Il lavoro lo
      * fa SCRTRAC
      *---------------------------------------------------------------**
       x-verifica-tracciati.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           if tm-prg = " "
              move "Confronto i controlli di tutti i programmi del pacch
      -         "etto con i tracciati dei file?" to wb-msg
            else
              move "Confronto i controlli del programma con i tracciati 
      -         "dei file?"              to wb-msg
           end-if
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

           initialize util-scrtrac
           move "SCRTRAC-CALLED"        to scrtrac-called
           move prog-err                to scrtrac-caller
           move tm-pac                  to scrtrac-pac
           move tm-prg                  to scrtrac-prg
           move "N"                     to scrtrac-silent-mode
           call "SCRTRAC"            using stringhe util-scrtrac
                                   on overflow
              move "'SCRTRAC' non trovato." to wb-msg
              perform vbx-msg-error
           end-call
           cancel "SCRTRAC"
           .

      *---------------------------------------------------------------**
      * Rinomina del controllo selezionato in griglia, con il nome
      * nuovo letto dagli appunti di Windows. Prima raccolgo in
      * tabella ogni riferimento al vecchio nome nel programma -
      * FLD-ENABLED/FLD-VISIBLE e condizioni SCRSRC di abilitazione,
      * visibilita` e colore riga di tutti i controlli, campo di
      * riferimento delle regole SCRFLDRL OS/CF - e lo elenco su
      * report datato con il testo prima e dopo; solo dopo la
      * conferma riscrivo tutto. Se una riscrittura non riesce
      * rimetto a posto quelle gia` fatte: o cambia tutto o non
      * cambia niente. Il confronto e` per parola intera, senza
      * distinguere maiuscole e minuscole, e non tocca le costanti
      * fra apici
      *---------------------------------------------------------------**
       x-rinomina-controllo.
           if tm-pac = " " or
              tm-prg = " "
              move "Seleziona prima pacchetto/programma!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if tm-pnt = 0 or
              i     = 0 or
              i     > tm-pnt
              move "Seleziona prima un controllo in griglia!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if tm-nome (i) = spaces
              move "Il controllo selezionato non ha un nome!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Rinominare e` modificare il programma: permesso (M)odifica e
      ** lock, come per la presa in carico
      **---------------------------------------------------------------**
           perform x-registra-lock
           if x-lock-ok = "N"
              exit paragraph
           end-if

           initialize x-ren-clip
           display entry-field
             handle in handle-ef,
             visible = 0
           modify handle-ef, action = action-paste
           inquire handle-ef, value in x-ren-clip
           destroy handle-ef

           if x-ren-clip = spaces
              move "Copiare prima negli appunti di Windows il nuovo nome
      -        " del controllo!!"       to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move tm-nome (i)              to x-ren-vecchio
           move x-ren-clip (1:30)        to x-ren-nuovo
           perform x-ren-lunghezze

      **---------------------------------------------------------------**
      ** Nome nuovo: un solo nome COBOL (lettera iniziale, poi
      ** lettere, cifre, "-" e "_"), al massimo 30 caratteri
      **---------------------------------------------------------------**
           move "S"                      to x-ren-nome-ok
           if x-ren-clip (31:170) not = spaces
              move "N"                   to x-ren-nome-ok
           end-if
           move x-ren-nuovo (1:1)        to x-ren-car
           if not x-ren-car-lettera
              move "N"                   to x-ren-nome-ok
           end-if
           move 0                        to x-ren-p
           perform with test before until x-ren-p = x-ren-ln
              add 1                      to x-ren-p
              move x-ren-nuovo (x-ren-p:1) to x-ren-car
              if not x-ren-car-id
                 move "N"                to x-ren-nome-ok
              end-if
           end-perform
           if x-ren-nome-ok = "N"
              initialize wb-msg
              string "Nome non valido: '" delimited size
                 x-ren-clip              delimited "  "
                 "' (una sola parola, lettera iniziale, lettere/cifre/-/
      -          "_, massimo 30 caratteri)!!" delimited size
                                    into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-ren-nuovo-min = x-ren-vecchio-min
              move "Il nome nuovo e` uguale al vecchio!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Raccolta dei riferimenti
      **---------------------------------------------------------------**
           move tm-frm                   to x-ren-frm
           move tm-pag                   to x-ren-pag
           move tm-padre (i)             to x-ren-padre
           move tm-prog (i)              to x-ren-prog
           move 0                        to x-ren-n
           move 0                        to x-ren-omonimi
           move 0                        to x-ren-doppi
           move "N"                      to x-ren-trovato
           move spaces                   to x-ren-overflow
           perform x-ren-raccogli-campi
           perform x-ren-raccogli-regole

           if x-ren-trovato = "N"
              move "Controllo non ancora salvato in archivio: salvare pr
      -        "ima la riga!!"        to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-ren-doppi > 0
              initialize wb-msg
              string "Il nome '"         delimited size
                 x-ren-nuovo             delimited " "
                 "' e` gia` usato da un altro controllo del programma!!"
                                         delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-ren-omonimi > 0
              initialize wb-msg
              string "Il nome '"         delimited size
                 x-ren-vecchio           delimited " "
                 "' e` usato da piu` controlli del programma: i riferime
      -          "nti sarebbero ambigui, rinomina non eseguita!!"
                                         delimited size into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           perform x-ren-report
           if stato not = "00"
              exit paragraph
           end-if

           if x-ren-overflow = "T"
              move x-ren-n               to zeta8a
              initialize wb-msg
              string "Troppi riferimenti (oltre " delimited size
                 zeta8a                  delimited size
                 ", vedi "               delimited size
                 w-nome-scrscnlog        delimited " "
                 "): rinomina non eseguita!!" delimited size
                                    into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if
           if x-ren-overflow = "L"
              initialize wb-msg
              string "Almeno un testo riscritto supera la capienza del c
      -          "ampo (vedi "         delimited size
                 w-nome-scrscnlog        delimited " "
                 "): rinomina non eseguita!!" delimited size
                                    into wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           compute zeta8a = x-ren-n - 1
           initialize wb-msg
           string "Rinomino '"           delimited size
              x-ren-vecchio              delimited " "
              "' in '"                   delimited size
              x-ren-nuovo                delimited " "
              "' riscrivendo "           delimited size
              zeta8a                     delimited size
              " riferimenti (vedi "      delimited size
              w-nome-scrscnlog           delimited " "
              ")?"                       delimited size into wb-msg
           perform acc-conf-custom
           if not f3
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Riscrittura di SCRFIELD e SCRFLDRL; al primo errore rimetto
      ** i valori vecchi su quanto gia` riscritto e mi fermo
      **---------------------------------------------------------------**
           move "A"                      to x-ren-verso
           move 0                        to x-ren-errori
           move 0                        to x-ren-r
           perform with test before until x-ren-r = x-ren-n or
                                          x-ren-errori > 0
              add 1                      to x-ren-r
              perform x-ren-scrivi-riferimento
           end-perform

           if x-ren-errori > 0
              compute x-ren-ult = x-ren-r - 1
              move "I"                   to x-ren-verso
              move 0                     to x-ren-errori
              move 0                     to x-ren-r
              perform with test before until x-ren-r = x-ren-ult
                 add 1                   to x-ren-r
                 perform x-ren-scrivi-riferimento
              end-perform
              if x-ren-errori > 0
                 move "Rinomina non riuscita e ripristino incompleto: ve
      -           "rificare il programma con il report!!" to wb-msg
               else
                 move "Rinomina non riuscita (archivio variato o non agg
      -           "iornabile): nessuna modifica apportata!!" to wb-msg
              end-if
              perform vbx-msg-error
              exit paragraph
           end-if

      **---------------------------------------------------------------**
      ** Sorgenti SCRSRC: prima i testi riscritti (con la chiave
      ** attuale), poi spostamento dei sorgenti del controllo
      ** rinominato sotto il nome nuovo
      **---------------------------------------------------------------**
           move 0                        to x-ren-r
           perform with test before until x-ren-r = x-ren-n
              add 1                      to x-ren-r
              if x-ren-t-tipo (x-ren-r) = "S"
                 initialize util-scrsrc
                 move "Cancella"         to scrsrc-ope
                 move tm-pac             to scrsrc-pac
                 move tm-prg             to scrsrc-prg
                 move x-ren-t-src-div (x-ren-r) to scrsrc-div
                 move x-ren-t-src-tip (x-ren-r) to scrsrc-tip
                 move x-ren-t-nome (x-ren-r)    to scrsrc-key
                 move x-ren-t-vecchio (x-ren-r) to scrsrc-source
                 call "SCRSRC"        using stringhe util-scrsrc

                 initialize util-scrsrc
                 move "Scrivi"           to scrsrc-ope
                 move tm-pac             to scrsrc-pac
                 move tm-prg             to scrsrc-prg
                 move x-ren-t-src-div (x-ren-r) to scrsrc-div
                 move x-ren-t-src-tip (x-ren-r) to scrsrc-tip
                 move x-ren-t-nome (x-ren-r)    to scrsrc-key
                 move x-ren-t-nuovo (x-ren-r)   to scrsrc-source
                 call "SCRSRC"        using stringhe util-scrsrc
              end-if
           end-perform

           move "P"                      to x-ren-src-div
           move "CndEnabled"             to x-ren-src-tip
           perform x-ren-sposta-sorgente
           move "CndVisible"             to x-ren-src-tip
           perform x-ren-sposta-sorgente
           move "RowColor"               to x-ren-src-tip
           perform x-ren-sposta-sorgente
           move "E"                      to x-ren-src-div
           move "GorAltKey"              to x-ren-src-tip
           perform x-ren-sposta-sorgente

           perform x-ren-storia

           compute zeta8a = x-ren-n - 1
           initialize wb-msg
           string "Controllo rinominato, "  delimited size
              zeta8a                     delimited size
              " riferimenti riscritti; rientrare nel programma per veder
      -       "lo in griglia"          delimited size into wb-msg
           perform vbx-msg-info
           .

      **---------------------------------------------------------------**
      ** Lunghezze e versioni minuscole di X-REN-VECCHIO/X-REN-NUOVO
      **---------------------------------------------------------------**
       x-ren-lunghezze.
           move 0                        to x-ren-spazi
           move function reverse(x-ren-vecchio) to x-ren-rev
           inspect x-ren-rev tallying x-ren-spazi
              for leading spaces
           compute x-ren-lv = 30 - x-ren-spazi
           move 0                        to x-ren-spazi
           move function reverse(x-ren-nuovo) to x-ren-rev
           inspect x-ren-rev tallying x-ren-spazi
              for leading spaces
           compute x-ren-ln = 30 - x-ren-spazi
           move function lower-case(x-ren-vecchio) to x-ren-vecchio-min
           move function lower-case(x-ren-nuovo)   to x-ren-nuovo-min
           .

      **---------------------------------------------------------------**
      ** Scansione dei controlli del programma: il controllo da
      ** rinominare, gli omonimi, i testi che nominano il vecchio nome
      **---------------------------------------------------------------**
       x-ren-raccogli-campi.
           initialize fld-rec
           move tm-pac                   to fld-pac
           move tm-prg                   to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok         and
                    fld-pac = tm-pac   and
                    fld-prg = tm-prg
                    perform x-ren-esamina-campo
                  else
                    move k-fine-file   to statusfi
                 end-if
           move k-verbo-ok             to statusfi
           .

       x-ren-esamina-campo.
           move function lower-case(fld-nome) to x-ren-nome-min
           if fld-frm   = x-ren-frm   and
              fld-pag   = x-ren-pag   and
              fld-padre = x-ren-padre and
              fld-prog  = x-ren-prog
              move "S"                   to x-ren-trovato
              move "N"                   to x-ren-tipo-cor
              move "N"                   to x-ren-lungo
              move fld-nome              to x-ren-testo
              move x-ren-nuovo           to x-ren-risultato
              perform x-ren-aggiungi
            else
              if x-ren-nome-min = x-ren-vecchio-min
                 add 1                   to x-ren-omonimi
              end-if
              if x-ren-nome-min = x-ren-nuovo-min
                 add 1                   to x-ren-doppi
              end-if
           end-if

      * un solo carattere e` il flag S/N/V, non un testo
           if fld-enabled (2:) not = spaces
              move fld-enabled           to x-ren-testo
              move 40                    to x-ren-cap
              perform x-ren-sostituisci
              if x-ren-n-sost > 0
                 move "E"                to x-ren-tipo-cor
                 perform x-ren-aggiungi
              end-if
           end-if
           if fld-visible (2:) not = spaces
              move fld-visible           to x-ren-testo
              move 40                    to x-ren-cap
              perform x-ren-sostituisci
              if x-ren-n-sost > 0
                 move "V"                to x-ren-tipo-cor
                 perform x-ren-aggiungi
              end-if
           end-if

           if fld-enabled = "V"
              move "P"                   to x-ren-src-div
              move "CndEnabled"          to x-ren-src-tip
              move 500                   to x-ren-cap
              perform x-ren-esamina-sorgente
           end-if
           if fld-visible = "V"
              move "P"                   to x-ren-src-div
              move "CndVisible"          to x-ren-src-tip
              move 500                   to x-ren-cap
              perform x-ren-esamina-sorgente
           end-if
           if fld-tip = k-ctr-grid or
              fld-tip = k-ctr-grid-paged
              move "P"                   to x-ren-src-div
              move "RowColor"            to x-ren-src-tip
              move 300                   to x-ren-cap
              perform x-ren-esamina-sorgente
           end-if
           .

       x-ren-esamina-sorgente.
           initialize util-scrsrc
           move "Leggi"                  to scrsrc-ope
           move tm-pac                   to scrsrc-pac
           move tm-prg                   to scrsrc-prg
           move x-ren-src-div            to scrsrc-div
           move x-ren-src-tip            to scrsrc-tip
           move fld-nome                 to scrsrc-key
           call "SCRSRC"              using stringhe util-scrsrc
           if scrsrc-source = spaces
              exit paragraph
           end-if
           move scrsrc-source            to x-ren-testo
           perform x-ren-sostituisci
           if x-ren-n-sost > 0
              move "S"                   to x-ren-tipo-cor
              perform x-ren-aggiungi
           end-if
           .

      **---------------------------------------------------------------**
      ** Nuovo elemento in tabella per il controllo corrente di
      ** SCRFIELD (testo attuale in X-REN-TESTO, riscritto in
      ** X-REN-RISULTATO)
      **---------------------------------------------------------------**
       x-ren-aggiungi.
           if x-ren-lungo = "S" and
              x-ren-overflow = spaces
              move "L"                   to x-ren-overflow
           end-if
           if x-ren-n = k-max-ren-rif
              move "T"                   to x-ren-overflow
              exit paragraph
           end-if
           add 1                         to x-ren-n
           move x-ren-tipo-cor           to x-ren-t-tipo (x-ren-n)
           move fld-frm                  to x-ren-t-frm (x-ren-n)
           move fld-pag                  to x-ren-t-pag (x-ren-n)
           move fld-padre                to x-ren-t-padre (x-ren-n)
           move fld-prog                 to x-ren-t-prog (x-ren-n)
           move fld-id                   to x-ren-t-id (x-ren-n)
           move 0                        to x-ren-t-seq (x-ren-n)
           move fld-nome                 to x-ren-t-nome (x-ren-n)
           if x-ren-tipo-cor = "S"
              move x-ren-src-div         to x-ren-t-src-div (x-ren-n)
              move x-ren-src-tip         to x-ren-t-src-tip (x-ren-n)
            else
              move spaces                to x-ren-t-src-div (x-ren-n)
              evaluate x-ren-tipo-cor
               when "N"
                 move "FLD-NOME"         to x-ren-t-src-tip (x-ren-n)
               when "E"
                 move "FLD-ENABLED"      to x-ren-t-src-tip (x-ren-n)
               when "V"
                 move "FLD-VISIBLE"      to x-ren-t-src-tip (x-ren-n)
              end-evaluate
           end-if
           move x-ren-testo              to x-ren-t-vecchio (x-ren-n)
           move x-ren-risultato          to x-ren-t-nuovo (x-ren-n)
           .

      **---------------------------------------------------------------**
      ** Regole OS/CF del programma che hanno il vecchio nome come
      ** campo di riferimento
      **---------------------------------------------------------------**
       x-ren-raccogli-regole.
           initialize flr-rec
           move tm-pac                   to flr-pac
           move tm-prg                   to flr-prg
           perform st-scrfldrl-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfldrl
                 if w-verbo-ok         and
                    flr-pac = tm-pac   and
                    flr-prg = tm-prg
                    move function lower-case(flr-campo-rif)
                                         to x-ren-nome-min
                    if (flr-tip = "OS" or flr-tip = "CF") and
                       x-ren-nome-min = x-ren-vecchio-min
                       if x-ren-n = k-max-ren-rif
                          move "T"       to x-ren-overflow
                        else
                          add 1          to x-ren-n
                          move "R"       to x-ren-t-tipo (x-ren-n)
                          move flr-form  to x-ren-t-frm (x-ren-n)
                          move flr-pagina to x-ren-t-pag (x-ren-n)
                          move 0         to x-ren-t-padre (x-ren-n)
                                            x-ren-t-prog (x-ren-n)
                          move flr-id    to x-ren-t-id (x-ren-n)
                          move flr-seq   to x-ren-t-seq (x-ren-n)
                          move spaces    to x-ren-t-nome (x-ren-n)
                                            x-ren-t-src-div (x-ren-n)
                          move "REGOLA"  to x-ren-t-src-tip (x-ren-n)
                          move flr-campo-rif
                                         to x-ren-t-vecchio (x-ren-n)
                          move x-ren-nuovo
                                         to x-ren-t-nuovo (x-ren-n)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

      **---------------------------------------------------------------**
      ** Sostituzione per parola intera di X-REN-VECCHIO con
      ** X-REN-NUOVO dentro X-REN-TESTO (capienza X-REN-CAP), con il
      ** risultato in X-REN-RISULTATO e il numero di sostituzioni in
      ** X-REN-N-SOST. Una parola e` una sequenza di lettere, cifre,
      ** "-" e "_"; le costanti fra apici restano come sono.
      ** X-REN-LUNGO = "S" se il risultato non sta nella capienza
      **---------------------------------------------------------------**
       x-ren-sostituisci.
           move spaces                   to x-ren-buf
                                            x-ren-risultato
                                            x-ren-apice
           move 0                        to x-ren-n-sost
           move "N"                      to x-ren-lungo
           if x-ren-testo = spaces or
              x-ren-lv    = 0
              exit paragraph
           end-if
           move function lower-case(x-ren-testo) to x-ren-testo-min
           move 1                        to x-ren-p
           move 1                        to x-ren-o
           perform with test before until x-ren-p > x-ren-cap
              move "N"                   to x-ren-match
              if x-ren-apice = spaces                      and
                 x-ren-p + x-ren-lv - 1 not > x-ren-cap    and
                 x-ren-testo-min (x-ren-p:x-ren-lv) =
                 x-ren-vecchio-min (1:x-ren-lv)
                 perform x-ren-parola-intera
              end-if
              if x-ren-match = "S"
                 if x-ren-o + x-ren-ln > 1000
                    move "S"             to x-ren-lungo
                    exit perform
                 end-if
                 move x-ren-nuovo (1:x-ren-ln)
                                   to x-ren-buf (x-ren-o:x-ren-ln)
                 add x-ren-ln            to x-ren-o
                 add x-ren-lv            to x-ren-p
                 add 1                   to x-ren-n-sost
               else
                 if x-ren-o > 1000
                    move "S"             to x-ren-lungo
                    exit perform
                 end-if
                 move x-ren-testo (x-ren-p:1) to x-ren-car
                 if x-ren-car = quote or
                    x-ren-car = "'"
                    if x-ren-apice = spaces
                       move x-ren-car    to x-ren-apice
                     else
                       if x-ren-apice = x-ren-car
                          move spaces    to x-ren-apice
                       end-if
                    end-if
                 end-if
                 move x-ren-car          to x-ren-buf (x-ren-o:1)
                 add 1                   to x-ren-o
                 add 1                   to x-ren-p
              end-if
           end-perform
           if x-ren-buf (x-ren-cap + 1:) not = spaces
              move "S"                   to x-ren-lungo
           end-if
           move x-ren-buf (1:x-ren-cap)  to x-ren-risultato
           .

       x-ren-parola-intera.
           move "S"                      to x-ren-match
           if x-ren-p > 1
              move x-ren-testo (x-ren-p - 1:1) to x-ren-car
              if x-ren-car-id
                 move "N"                to x-ren-match
              end-if
           end-if
           compute x-ren-q = x-ren-p + x-ren-lv
           if x-ren-q not > x-ren-cap
              move x-ren-testo (x-ren-q:1) to x-ren-car
              if x-ren-car-id
                 move "N"                to x-ren-match
              end-if
           end-if
           .

      **---------------------------------------------------------------**
      ** Report dei riferimenti: una riga con il testo attuale e una
      ** con il testo riscritto per ogni elemento della tabella
      **---------------------------------------------------------------**
       x-ren-report.
           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "renlog"   delimited size
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

           move "Pacchetto;Programma;Form;Pagina;Progressivo;Id;Nome;Dov
      -      "e;Seq;Prima/dopo;Testo" to scn-rec
           write scn-rec

           move 0                        to x-ren-r
           perform with test before until x-ren-r = x-ren-n
              add 1                      to x-ren-r
              move x-ren-t-vecchio (x-ren-r) to x-ren-testo
              move "PRIMA"               to x-ren-dove
              perform x-ren-report-riga
              move x-ren-t-nuovo (x-ren-r)   to x-ren-testo
              move "DOPO"                to x-ren-dove
              perform x-ren-report-riga
           end-perform

           close scrscnlog
           move "00"                     to stato
           .

       x-ren-report-riga.
           initialize e1-riga-report
           string tm-pac                 delimited " "   ";"
                                         delimited size
                  tm-prg                 delimited " "   ";"
                                         delimited size
                  x-ren-t-frm (x-ren-r)  delimited size  ";"
                                         delimited size
                  x-ren-t-pag (x-ren-r)  delimited size  ";"
                                         delimited size
                  x-ren-t-prog (x-ren-r) delimited size  ";"
                                         delimited size
                  x-ren-t-id (x-ren-r)   delimited size  ";"
                                         delimited size
                  x-ren-t-nome (x-ren-r) delimited " "   ";"
                                         delimited size
                  x-ren-t-src-tip (x-ren-r) delimited " " ";"
                                         delimited size
                  x-ren-t-seq (x-ren-r)  delimited size  ";"
                                         delimited size
                  x-ren-dove             delimited " "   ";"
                                         delimited size
                  x-ren-testo            delimited "  "
                                         into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      **---------------------------------------------------------------**
      ** Riscrittura (X-REN-VERSO = "A") o ripristino ("I") di un
      ** elemento SCRFIELD/SCRFLDRL della tabella; prima di scrivere
      ** verifico che in archivio ci sia ancora il testo atteso
      **---------------------------------------------------------------**
       x-ren-scrivi-riferimento.
           if x-ren-t-tipo (x-ren-r) = "S"
              exit paragraph
           end-if
           if x-ren-verso = "A"
              move x-ren-t-vecchio (x-ren-r) to x-ren-testo
              move x-ren-t-nuovo (x-ren-r)   to x-ren-risultato
            else
              move x-ren-t-nuovo (x-ren-r)   to x-ren-testo
              move x-ren-t-vecchio (x-ren-r) to x-ren-risultato
           end-if

           if x-ren-t-tipo (x-ren-r) = "R"
              initialize flr-rec
              move tm-pac                to flr-pac
              move tm-prg                to flr-prg
              move x-ren-t-frm (x-ren-r) to flr-form
              move x-ren-t-pag (x-ren-r) to flr-pagina
              move x-ren-t-id (x-ren-r)  to flr-id
              move x-ren-t-seq (x-ren-r) to flr-seq
              perform rd-scrfldrl
              if w-verbo-invalido or
                 flr-campo-rif not = x-ren-testo (1:30)
                 add 1                   to x-ren-errori
                 exit paragraph
              end-if
              move x-ren-risultato (1:30) to flr-campo-rif
              perform rwr-scrfldrl
              if w-verbo-invalido
                 add 1                   to x-ren-errori
              end-if
              exit paragraph
           end-if

           initialize fld-rec
           move tm-pac                   to fld-pac
           move tm-prg                   to fld-prg
           move x-ren-t-frm (x-ren-r)    to fld-frm
           move x-ren-t-pag (x-ren-r)    to fld-pag
           move x-ren-t-padre (x-ren-r)  to fld-padre
           move x-ren-t-prog (x-ren-r)   to fld-prog
           perform rd-scrfield-lk
           if w-verbo-invalido
              add 1                      to x-ren-errori
              exit paragraph
           end-if
           evaluate x-ren-t-tipo (x-ren-r)
            when "N"
              if fld-nome not = x-ren-testo (1:30)
                 add 1                   to x-ren-errori
                 exit paragraph
              end-if
              move x-ren-risultato (1:30) to fld-nome
            when "E"
              if fld-enabled not = x-ren-testo (1:40)
                 add 1                   to x-ren-errori
                 exit paragraph
              end-if
              move x-ren-risultato (1:40) to fld-enabled
            when "V"
              if fld-visible not = x-ren-testo (1:40)
                 add 1                   to x-ren-errori
                 exit paragraph
              end-if
              move x-ren-risultato (1:40) to fld-visible
           end-evaluate
           perform rwr-scrfield
           if w-verbo-invalido
              add 1                      to x-ren-errori
           end-if
           .

      **---------------------------------------------------------------**
      ** Sorgente SCRSRC del controllo rinominato: dalla chiave
      ** vecchia alla chiave nuova
      **---------------------------------------------------------------**
       x-ren-sposta-sorgente.
           initialize util-scrsrc
           move "Leggi"                  to scrsrc-ope
           move tm-pac                   to scrsrc-pac
           move tm-prg                   to scrsrc-prg
           move x-ren-src-div            to scrsrc-div
           move x-ren-src-tip            to scrsrc-tip
           move x-ren-vecchio            to scrsrc-key
           call "SCRSRC"              using stringhe util-scrsrc
           if scrsrc-source = spaces
              exit paragraph
           end-if
           move "Scrivi"                 to scrsrc-ope
           move x-ren-nuovo              to scrsrc-key
           call "SCRSRC"              using stringhe util-scrsrc
           move "Cancella"               to scrsrc-ope
           move x-ren-vecchio            to scrsrc-key
           call "SCRSRC"              using stringhe util-scrsrc
           .

      **---------------------------------------------------------------**
      ** Storia: una riga (M)odifica per ogni controllo toccato,
      ** compresi i proprietari delle regole riscritte, cosi` la
      ** rigenerazione incrementale rigenera il programma. Per
      ** FLD-ENABLED/FLD-VISIBLE il valore vecchio e` quello in
      ** tabella
      **---------------------------------------------------------------**
       x-ren-storia.
           initialize fld-rec
           move tm-pac                   to fld-pac
           move tm-prg                   to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok         and
                    fld-pac = tm-pac   and
                    fld-prg = tm-prg
                    perform x-ren-storia-campo
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

       x-ren-storia-campo.
           move "N"                      to x-ren-toccato
           move fld-enabled              to hst-vec-enabled
           move fld-visible              to hst-vec-visible
           move 0                        to x-ren-r
           perform with test before until x-ren-r = x-ren-n
              add 1                      to x-ren-r
              if x-ren-t-tipo (x-ren-r) = "R"
                 if fld-id not = 0                      and
                    x-ren-t-frm (x-ren-r) = fld-frm     and
                    x-ren-t-pag (x-ren-r) = fld-pag     and
                    x-ren-t-id (x-ren-r)  = fld-id
                    move "S"             to x-ren-toccato
                 end-if
               else
                 if x-ren-t-frm (x-ren-r)   = fld-frm   and
                    x-ren-t-pag (x-ren-r)   = fld-pag   and
                    x-ren-t-padre (x-ren-r) = fld-padre and
                    x-ren-t-prog (x-ren-r)  = fld-prog
                    move "S"             to x-ren-toccato
                    if x-ren-t-tipo (x-ren-r) = "E"
                       move x-ren-t-vecchio (x-ren-r) to hst-vec-enabled
                    end-if
                    if x-ren-t-tipo (x-ren-r) = "V"
                       move x-ren-t-vecchio (x-ren-r) to hst-vec-visible
                    end-if
                 end-if
              end-if
           end-perform
           if x-ren-toccato = "N"
              exit paragraph
           end-if
           move fld-v-pos                to hst-vec-v-pos
           move fld-h-pos                to hst-vec-h-pos
           move fld-v-size               to hst-vec-v-size
           move fld-h-size               to hst-vec-h-size
           move fld-tml                  to hst-vec-tml
           move fld-label                to hst-vec-label
           move "M"                      to x-hst-tipo
           perform x-scrivi-storia
           .

      *---------------------------------------------------------------**
      * Riferimenti interrotti: per il programma corrente (o per tutti
      * i programmi del pacchetto, se nessun programma e` indicato)
      * elenco le regole SCRFLDRL OS/CF il cui campo di riferimento
      * non e` un controllo del programma, e le condizioni
      * (FLD-ENABLED/FLD-VISIBLE, sorgenti SCRSRC di abilitazione,
      * visibilita` e colore riga) che nominano un controllo non piu`
      * presente. Nel testo libero di una condizione ogni
      * identificativo che non e` un controllo attuale del programma
      * ne` una parola del linguaggio viene segnalato; la colonna
      * Causa distingue i nomi di controlli cancellati (cestino
      * SCRCEST), riferimenti interrotti senz'altro, da quelli che non
      * risultano controlli (campo rinominato o cestino gia` svuotato,
      * ma anche un dato di working-storage, da verificare a vista)
      *---------------------------------------------------------------**
       x-riferimenti-rotti.
           if tm-pac = " "
              move "Seleziona prima un pacchetto!!" to wb-msg
              perform vbx-msg-error
              exit paragraph
           end-if

           move datasis                  to e-data-report
           initialize w-nome-scrscnlog
           string ext-scr-dir         delimited " "
              ext-os-slash "rrflog"   delimited size
              e-data-report           delimited size
              ".csv"                  delimited size
                                 into w-nome-scrscnlog
              exit paragraph
           end-if

           move "Pacchetto;Programma;Form;Pagina;Id;Nome;Dove;Campo manc
      -      "ante;Causa;Testo"         to scn-rec
           write scn-rec

           move 0                        to x-rrf-trovati
           move "N"                      to x-rrf-overflow

      **---------------------------------------------------------------**
      ** Elenco dei programmi da esaminare
      **---------------------------------------------------------------**
           move 0                        to x-rrf-n-prg
           initialize fld-rec
           move tm-pac                   to fld-pac
           move tm-prg                   to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok       and
                    fld-pac = tm-pac and
                    (tm-prg = " " or fld-prg = tm-prg)
                    if x-rrf-n-prg = 0 or
                       fld-prg not = x-rrf-prg-t (x-rrf-n-prg)
                       if x-rrf-n-prg = k-max-rrf-prg
                          move "S"       to x-rrf-overflow
                          move k-fine-file to statusfi
                        else
                          add 1          to x-rrf-n-prg
                          move fld-prg   to x-rrf-prg-t (x-rrf-n-prg)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move 0                        to x-rrf-p
           perform with test before until x-rrf-p = x-rrf-n-prg
              add 1                      to x-rrf-p
              move x-rrf-prg-t (x-rrf-p) to x-rrf-prg
              perform x-rrf-programma
           end-perform

           close scrscnlog

           if x-rrf-overflow = "S"
              move "Attenzione: superata la capienza delle tabelle, l'es
      -        "ame e` parziale"       to wb-msg
              perform vbx-msg-error
           end-if
           if x-rrf-trovati = 0
              move "Nessun riferimento interrotto" to wb-msg
              perform vbx-msg-info
            else
              move x-rrf-trovati          to zeta8a
              string "Trovati " zeta8a " riferimenti interrotti (vedi "
                 w-nome-scrscnlog ")"   delimited size into wb-msg
              perform vbx-msg-info
           end-if
           .

      **---------------------------------------------------------------**
      ** Un programma: nomi attuali, nomi scomparsi (cestino), regole
      ** e condizioni
      **---------------------------------------------------------------**
       x-rrf-programma.
           move 0                        to x-rrf-n-nomi
           initialize fld-rec
           move tm-pac                   to fld-pac
           move x-rrf-prg                to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok       and
                    fld-pac = tm-pac and
                    fld-prg = x-rrf-prg
                    if fld-nome not = spaces
                       if x-rrf-n-nomi = k-max-rrf-nomi
                          move "S"       to x-rrf-overflow
                        else
                          add 1          to x-rrf-n-nomi
                          move function lower-case(fld-nome)
                                   to x-rrf-nome-t (x-rrf-n-nomi)
                       end-if
                    end-if
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi

           move 0                        to x-rrf-n-canc
           initialize cst-rec
           move tm-pac                   to cst-pac
           move x-rrf-prg                to cst-prg
           perform st-scrcest-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrcest
                 if w-verbo-ok       and
                    cst-pac = tm-pac and
                    cst-prg = x-rrf-prg
                    if cst-arc = "FIELD"
                       move cst-record   to fld-rec
                       perform x-rrf-aggiungi-cancellato
                    end-if
                  else
                    move k-fine-file   to statusfi
           end-if
           move k-verbo-ok             to statusfi

      **---------------------------------------------------------------**
      ** Regole OS/CF con campo di riferimento inesistente
      **---------------------------------------------------------------**
           initialize flr-rec
           move tm-pac                   to flr-pac
           move x-rrf-prg                to flr-prg
           perform st-scrfldrl-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfldrl
                 if w-verbo-ok       and
                    flr-pac = tm-pac and
                    flr-prg = x-rrf-prg
                    if (flr-tip = "OS" or flr-tip = "CF") and
                       flr-campo-rif not = spaces
                       move function lower-case(flr-campo-rif)
                                         to x-rrf-cerca
                       perform x-rrf-cerca-nome
                       if x-rrf-trovato = "N"
                          perform x-rrf-causa-nome
                          perform x-rrf-scrivi-regola
                       end-if
                    end-if
                  else
           end-if
           move k-verbo-ok             to statusfi

      **---------------------------------------------------------------**
      ** Condizioni che nominano un controllo scomparso
      **---------------------------------------------------------------**
           initialize fld-rec
           move tm-pac                   to fld-pac
           move x-rrf-prg                to fld-prg
           perform st-scrfield-notmin
           if w-verbo-ok
              perform with test before until w-fine-file
                 perform rdnxt-scrfield
                 if w-verbo-ok       and
                    fld-pac = tm-pac and
                    fld-prg = x-rrf-prg
                    perform x-rrf-esamina-campo
                  else
                    move k-fine-file   to statusfi
                 end-if
              end-perform
           end-if
           move k-verbo-ok             to statusfi
           .

       x-rrf-aggiungi-cancellato.
           if fld-nome = spaces
              exit paragraph
           end-if
           move function lower-case(fld-nome) to x-rrf-cerca
           perform x-rrf-cerca-nome
           if x-rrf-trovato = "S"
              exit paragraph
           end-if
           move 0                        to x-rrf-c
           perform with test before until x-rrf-c = x-rrf-n-canc
              add 1                      to x-rrf-c
              if x-rrf-canc-t (x-rrf-c) = x-rrf-cerca
                 exit paragraph
              end-if
           end-perform
           if x-rrf-n-canc = k-max-rrf-canc
              move "S"                   to x-rrf-overflow
              exit paragraph
           end-if
           add 1                         to x-rrf-n-canc
           move x-rrf-cerca              to x-rrf-canc-t (x-rrf-n-canc)
           .

       x-rrf-cerca-nome.
           move "N"                      to x-rrf-trovato
           move 0                        to x-rrf-k
           perform with test before until x-rrf-k = x-rrf-n-nomi
              add 1                      to x-rrf-k
              if x-rrf-nome-t (x-rrf-k) = x-rrf-cerca
                 move "S"                to x-rrf-trovato
                 exit perform
              end-if
           end-perform
           .

       x-rrf-esamina-campo.
           if fld-enabled (2:) not = spaces
              move fld-enabled           to x-ren-testo
              move 40                    to x-ren-cap
              move "FLD-ENABLED"         to x-ren-dove
              perform x-rrf-testa-testo
           end-if
           if fld-visible (2:) not = spaces
              move fld-visible           to x-ren-testo
              move 40                    to x-ren-cap
              move "FLD-VISIBLE"         to x-ren-dove
              perform x-rrf-testa-testo
           end-if

           if fld-enabled = "V"
              move "P"                   to x-ren-src-div
              move "CndEnabled"          to x-ren-src-tip
              move 500                   to x-ren-cap
              perform x-rrf-testa-sorgente
           end-if
           if fld-visible = "V"
              move "P"                   to x-ren-src-div
              move "CndVisible"          to x-ren-src-tip
              move 500                   to x-ren-cap
              perform x-rrf-testa-sorgente
           end-if
           if fld-tip = k-ctr-grid or
              fld-tip = k-ctr-grid-paged
              move "P"                   to x-ren-src-div
              move "RowColor"            to x-ren-src-tip
              move 300                   to x-ren-cap
              perform x-rrf-testa-sorgente
           end-if
           .

       x-rrf-testa-sorgente.
           initialize util-scrsrc
           move "Leggi"                  to scrsrc-ope
           move tm-pac                   to scrsrc-pac
           move x-rrf-prg                to scrsrc-prg
           move x-ren-src-div            to scrsrc-div
           move x-ren-src-tip            to scrsrc-tip
           move fld-nome                 to scrsrc-key
           call "SCRSRC"              using stringhe util-scrsrc
           move scrsrc-source            to x-ren-testo
           move x-ren-src-tip            to x-ren-dove
           perform x-rrf-testa-testo
           .

      **---------------------------------------------------------------**
      ** Scansione del testo X-REN-TESTO: ogni identificativo fuori
      ** dalle costanti alfanumeriche che non e` un controllo del
      ** programma ne` una parola del linguaggio va sul report, una
      ** volta sola per testo
      **---------------------------------------------------------------**
       x-rrf-testa-testo.
           if x-ren-testo = spaces
              exit paragraph
           end-if
           move function lower-case(x-ren-testo) to x-ren-testo-min
           move 0                        to x-rrf-n-vis
           move spaces                   to x-ren-apice
           move 1                        to x-ren-p
           perform with test before until x-ren-p > x-ren-cap
              move x-ren-testo-min (x-ren-p:1) to x-ren-car
              evaluate true
                when x-ren-apice not = spaces
                   if x-ren-car = x-ren-apice
                      move spaces        to x-ren-apice
                   end-if
                   add 1                 to x-ren-p
                when x-ren-car = quote or
                     x-ren-car = "'"
                   move x-ren-car        to x-ren-apice
                   add 1                 to x-ren-p
                when x-ren-car-id
                   perform x-rrf-parola
                when other
                   add 1                 to x-ren-p
              end-evaluate
           end-perform
           .

      **---------------------------------------------------------------**
      ** Identificativo che inizia in X-REN-P: alla fine X-REN-P e`
      ** sul primo carattere successivo
      **---------------------------------------------------------------**
       x-rrf-parola.
           move x-ren-p                  to x-rrf-ini
           move "N"                      to x-rrf-parola-ok
           perform with test before until x-ren-p > x-ren-cap
              move x-ren-testo-min (x-ren-p:1) to x-ren-car
              if not x-ren-car-id
                 exit perform
              end-if
              if x-ren-car-lettera
                 move "S"                to x-rrf-parola-ok
              end-if
              add 1                      to x-ren-p
           end-perform
           compute x-rrf-lt = x-ren-p - x-rrf-ini

      * numeri e parole piu` lunghe di un nome di controllo
           if x-rrf-parola-ok = "N" or
              x-rrf-lt > 30
              exit paragraph
           end-if
           move spaces                   to x-rrf-cerca
           move x-ren-testo-min (x-rrf-ini:x-rrf-lt) to x-rrf-cerca

           perform x-rrf-cerca-nome
           if x-rrf-trovato = "S"
              exit paragraph
           end-if
           move 0                        to x-rrf-q
           perform with test before until x-rrf-q = k-max-rrf-ris
              add 1                      to x-rrf-q
              if x-rrf-ris-t (x-rrf-q) = x-rrf-cerca
                 exit paragraph
              end-if
           end-perform
           move 0                        to x-rrf-v
           perform with test before until x-rrf-v = x-rrf-n-vis
              add 1                      to x-rrf-v
              if x-rrf-vis-t (x-rrf-v) = x-rrf-cerca
                 exit paragraph
              end-if
           end-perform
           if x-rrf-n-vis < k-max-rrf-vis
              add 1                      to x-rrf-n-vis
              move x-rrf-cerca           to x-rrf-vis-t (x-rrf-n-vis)
           end-if

           perform x-rrf-causa-nome
           add 1                         to x-rrf-trovati
           initialize e1-riga-report
           string fld-pac                delimited " "   ";"
                                         delimited size
                  fld-prg                delimited " "   ";"
                                         delimited size
                  fld-frm                delimited size  ";"
                                         delimited size
                  fld-pag                delimited size  ";"
                                         delimited size
                  fld-id                 delimited size  ";"
                                         delimited size
                  fld-nome               delimited " "   ";"
                                         delimited size
                  x-ren-dove             delimited " "   ";"
                                         delimited size
                  x-rrf-cerca            delimited " "   ";"
                                         delimited size
                  x-rrf-causa            delimited "  "  ";"
                                         delimited size
                  x-ren-testo            delimited "  "
                                         into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      **---------------------------------------------------------------**
      ** Causa del riferimento interrotto per il nome X-RRF-CERCA
      **---------------------------------------------------------------**
       x-rrf-causa-nome.
           move "NON E` UN CONTROLLO"    to x-rrf-causa
           move 0                        to x-rrf-c
           perform with test before until x-rrf-c = x-rrf-n-canc
              add 1                      to x-rrf-c
              if x-rrf-canc-t (x-rrf-c) = x-rrf-cerca
                 move "CONTROLLO CANCELLATO" to x-rrf-causa
                 exit perform
              end-if
           end-perform
           .

       x-rrf-scrivi-regola.
           add 1                         to x-rrf-trovati
           initialize e1-riga-report
           string flr-pac                delimited " "   ";"
                                         delimited size
                  flr-prg                delimited " "   ";"
                                         delimited size
                  flr-form               delimited size  ";"
                                         delimited size
                  flr-pagina             delimited size  ";"
                                         delimited size
                  flr-id                 delimited size  ";"
                                         delimited size
                  ";"                    delimited size
                  "REGOLA "              delimited size
                  flr-tip                delimited " "   ";"
                                         delimited size
                  flr-campo-rif          delimited " "   ";"
                                         delimited size
                  x-rrf-causa            delimited "  "  ";"
                                         delimited size
                  flr-msg                delimited "  "
                                         into e1-riga-report
           move e1-riga-report           to scn-rec
           write scn-rec
           .

      *---------------------------------------------------------------**
      * Cestino: parcheggio dell'immagine di un record appena prima
      * della sua cancellazione. Il chiamante ha gia` valorizzato
      * X-CEST-DATA/X-CEST-ORA (uguali per tutte le righe dello
      * stesso gruppo di cancellazione), X-CEST-ARC e X-CEST-RECORD.
      * Un template vale per tutto il pacchetto: la riga non porta
      * il programma corrente
      *---------------------------------------------------------------**
       x-cestino-parcheggia.
           initialize cst-rec
           move tm-pac                  to cst-pac
           move tm-prg                  to cst-prg
           if x-cest-arc = "TEMPL"
              move spaces               to cst-prg
           end-if
           move x-cest-data             to cst-data
           move x-cest-ora              to cst-ora
           move x-operatore             to cst-operatore
           initialize lck-rec
           move cst-pac                 to lck-pac
           move cst-prg                 to lck-prg
      * un template non appartiene a nessun programma
           if cst-arc = "TEMPL"
              move k-verbo-invalido     to statusfi
            else
              perform rd-scrlock
           end-if
           if w-verbo-ok
              if lck-operatore  not = x-lock-oper or
                 lck-postazione not = x-postazione
            when "FLDLY"
              move cst-record            to fly-rec
              perform wr-scrfldly
            when "TEMPL"
              move cst-record            to ftm-rec
              perform wr-scrtempl
            when other
              move k-verbo-invalido      to statusfi
           end-evaluate
              move "R"                   to cst-stato
              perform rwr-scrcest
              add 1                      to x-cest-ripristinati
      * un ripristino non lascia storia ma cambia il programma
              if cst-arc not = "TEMPL"
                 move cst-pac            to x-apr-pac
                 move cst-prg            to x-apr-prg
                 perform x-apr-segna-modifica
              end-if
            else
              move "Record gia` presente (o archivio sconosciuto): rig
      -        "a saltata"               to wb-msg
              add 1                     to hst-seq
              perform wr-scrfhist
           end-perform

      * ogni variazione rimette il programma in attesa di revisione
           move fld-pac                 to x-apr-pac
           move fld-prg                 to x-apr-prg
           perform x-apr-segna-modifica
           move k-verbo-ok              to statusfi
           .

                    if f3
                       move flr-chia1     to x-cop-sav-chia
                       perform del-scrfldrl
                       if w-verbo-ok
                          add 1           to x-flr-variazioni
                          move tm-pac     to x-apr-pac
                          move tm-prg     to x-apr-prg
                          perform x-apr-segna-modifica
                       end-if
                       move x-cop-sav-chia to flr-chia1
                       perform st-scrfldrl-magg
                    end-if
           if w-verbo-ok
              move flr-seq               to x-flr-seq-max
              add 1                      to x-flr-variazioni
              move tm-pac                to x-apr-pac
              move tm-prg                to x-apr-prg
              perform x-apr-segna-modifica
              move "Regola registrata"   to wb-msg
              perform vbx-msg-info
            else
           move tm-frm-h-size            to fly-h-size
           move x-lay-s-des              to fly-des
           perform wr-scrfldly
           if w-verbo-ok
              move tm-pac                to x-apr-pac
              move tm-prg                to x-apr-prg
              perform x-apr-segna-modifica
           end-if

           move 0                        to x-lay-salvate
           initialize fld-rec
      ** rifare la variante da zero)
      **---------------------------------------------------------------**
       x-lay-cancella-righe.
           move 0                        to x-lay-cancellate
           initialize fly-rec
           move tm-pac                   to fly-pac
           move tm-prg                   to fly-prg
                 fly-variante = x-lay-s-nome
                 move fly-chia1          to x-lay-sav-chia
                 perform del-scrfldly
                 if w-verbo-ok
                    add 1                to x-lay-cancellate
                 end-if
                 move x-lay-sav-chia     to fly-chia1
                 perform st-scrfldly-magg
               else
              end-if
           end-perform
           move k-verbo-ok             to statusfi

           if x-lay-cancellate > 0
              move tm-pac                to x-apr-pac
              move tm-prg                to x-apr-prg
              perform x-apr-segna-modifica
           end-if
           .

      **---------------------------------------------------------------**

                    move 0              to fld-id-assoluto
                    perform rwr-scrfield
                    if w-verbo-ok
                       add 1            to x-righe-azzerate
                    end-if

                    initialize fldx-rec
                    move fld-chia1      to fldx-chia1
           end-if
           move k-verbo-ok             to statusfi

           if x-righe-azzerate > 0
              move tm-pac               to x-apr-pac
              move tm-prg               to x-apr-prg
              perform x-apr-segna-modifica
           end-if

      **---------------------------------------------------------------**
      ** Traccio l'operazione sul log permanente: chi, quando, su
      ** quale pacchetto/programma e quante righe sono state azzerate
           perform x-dup-copia-scrpgfil
           perform x-dup-copia-relprog

      * testi mancanti nelle lingue del glossario
           move tm-pac                  to x-gpf-pac
           move tm-prg                  to x-gpf-prg
           perform x-gpf-precompila-programma

      * la copia e` un programma nuovo: va rivista prima del rilascio
           move tm-pac                  to x-apr-pac
           move tm-prg                  to x-apr-prg
           perform x-apr-segna-modifica

           perform rem-clk

           initialize x-dup-pac-org x-dup-prg-org

           move x-dup-n-copiati         to zeta8a
           move x-gpf-scritte           to zeta8b
           initialize wb-msg
           string "Duplicazione terminata: " zeta8a
              " record copiati, " zeta8b
              " testi precompilati dal glossario." delimited size
                                        into wb-msg
           perform vbx-msg-info
           .

                               "Verifica &integrita`",
                               k-menu-id-verifica-integrita, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                               "Verifica geo&metria",
                               k-menu-id-verifica-geometria, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                               "Riferimenti i&nterrotti",
                               k-menu-id-riferimenti-rotti, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                               "Controlli / &tracciati file",
                               k-menu-id-verifica-tracciati, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                               "Chi &usa questo file",
                               k-menu-id-xref-file, 0
                               "S&toria controllo",
                               k-menu-id-storia-controllo, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                               "&Rinomina controllo",
                               k-menu-id-rinomina-controllo, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                               "&Cestino / ripristina",
                               k-menu-id-cestino, 0
           call "W$MENU" using wmenu-add, thm-file, 0,
                               w-separator, " ", 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                "&Approvazione modifiche", k-menu-id-approvazione, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                "Rilascio spot", k-menu-id-rilascio-spot, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                "Rilascio cumulativo &cliente",
                k-menu-id-rilascio-cumulativo, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-file, 0, 0,
                "&Duplica programma", k-menu-id-duplica-prg, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-lingua, 0,
                               w-separator, " ", 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-lingua, 0, 0,
                "Gl&ossario", k-menu-id-glossario, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-lingua, 0, 0,
                "Glossario: traduzioni i&ncoerenti",
                k-menu-id-glossario-incoerenze, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-lingua, 0, 0,
                "Glossario: pre&compila testi mancanti",
                k-menu-id-glossario-precompila, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-lingua, 0,
                               w-separator, " ", 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-lingua, 0, 0,
                "&Tabella lingue", k-menu-id-tabella-lingue, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-db, 0, 0,
                "&Propaga template", k-menu-id-propaga-template, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-db, 0, 0,
                "&Utilizzo template", k-menu-id-utilizzo-template, 0
                                  giving myResult
           call "W$MENU" using wmenu-add, thm-db, 0, 0,
                "U&nisci template", k-menu-id-unisci-template, 0
                                  giving myResult
      *---------------------------------------------------------------**
      * Aggancio il menu "DB" al menu principale
      *---------------------------------------------------------------**
              perform x-verifica-integrita-pacchetto
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-verifica-geometria
              perform x-verifica-geometria
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-rinomina-controllo
              perform x-rinomina-controllo
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-riferimenti-rotti
              perform x-riferimenti-rotti
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-verifica-tracciati
              perform x-verifica-tracciati
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-xref-file
              perform x-xref-file
              move k-exc-rimani          to z-exception-prosegui
              perform x-permessi-operatori
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-approvazione
              perform x-approvazione-programma
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-varianti-layout
              perform x-varianti-layout
              move k-exc-rimani          to z-exception-prosegui
              perform x-verifica-testi-lingua
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-glossario
              perform x-glossario
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-glossario-incoerenze
              perform x-glossario-incoerenze
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-glossario-precompila
              perform x-glossario-precompila
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-tabella-lingue
              perform x-call-coge0a
              move k-exc-rimani          to z-exception-prosegui
              perform x-call-scrrel-rilascio-spot
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-rilascio-cumulativo
              perform x-rilascio-cumulativo
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-duplica-prg
              perform x-duplica-programma
              move k-exc-rimani          to z-exception-prosegui
              perform x-propaga-template
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-utilizzo-template
              perform x-utilizzo-template
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
            when k-menu-id-unisci-template
              perform x-unisci-template
              move k-exc-rimani          to z-exception-prosegui
              exit paragraph
           end-evaluate

           .
                    perform x-leggi-scrfield-x-modifica
                    move tm-id (i)      to fld-id
                    perform rwr-scrfield
                    if w-verbo-ok
                       move tm-pac      to x-apr-pac
                       move tm-prg      to x-apr-prg
                       perform x-apr-segna-modifica
                    end-if
                 end-if
      **------------------------------------------------------------**
      ** Livello controllo
                    perform x-leggi-scrfield-x-modifica
                    move tm-liv (i)     to fld-liv
                    perform rwr-scrfield
                    if w-verbo-ok
                       move tm-pac      to x-apr-pac
                       move tm-prg      to x-apr-prg
                       perform x-apr-segna-modifica
                    end-if

                    move tm-liv (i)     to w-9-2
                    if tm-liv (i) numeric and
