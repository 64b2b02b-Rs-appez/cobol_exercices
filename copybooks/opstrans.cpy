      ******************************************************************
      *    COPYBOOK  : OPSTRANS.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER SITE-TRANSACTIONS
      *                 (MOUVEMENTS D'AUTORISATION OPERATEUR/SITE
      *                 ENVOYES PAR LA SECURITE : AUTORISATION A OU
      *                 RETRAIT R, APPLIQUES A OPERATOR-SITE PAR LE
      *                 PROGRAMME OPSLOAD)
      *    NOTE       : DATE D'EFFET A BLANC = DATE DU JOUR ; DATE
      *                 D'EXPIRATION A BLANC = SANS LIMITE.
      ******************************************************************
       01  OST-ENREGISTREMENT.
           05  OST-CODE-ACTION         PIC X(1).
               88  OST-AUTORISATION    VALUE "A".
               88  OST-RETRAIT         VALUE "R".
           05  OST-ID-OPERATEUR        PIC X(5).
           05  OST-CODE-SITE           PIC X(3).
           05  OST-DATE-EFFET          PIC X(8).
           05  OST-DATE-EXPIRATION     PIC X(8).
           05  FILLER                  PIC X(55).
