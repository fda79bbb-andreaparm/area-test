           03 prm-operatore            pic x(20).
           03 prm-pac                  pic x(08).
      * livello autorizzato sul pacchetto: (V)isualizzazione,
      * (M)odifica, (R)ilascio, (A)pprovazione (revisore delle
      * modifiche altrui); ogni livello comprende i precedenti
         02 prm-livello                pic x(01).
