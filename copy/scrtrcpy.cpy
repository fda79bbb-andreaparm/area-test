      *-----------------------------------------------------------------
      * scrtrcpy - riga di sorgente del copybook di un file dati,
      * letto come testo (colonne 1-256)
      *-----------------------------------------------------------------
       01 trc-riga                     pic x(256).
