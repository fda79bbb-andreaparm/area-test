       01 glo-rec.
         02 glo-chia1.
      * lingua di arrivo (stessi codici di PGS-EMU)
           03 glo-emu                  pic x(02).
      * testo della lingua base, cosi` come compare in PGS-LABEL /
      * PGS-TESTO (il confronto e` esatto, maiuscole comprese)
           03 glo-base                 pic x(60).
         02 glo-trad                   pic x(60).
         02 glo-operatore              pic x(20).
         02 glo-data                   pic 9(08).
         02 glo-ora                    pic 9(08).
