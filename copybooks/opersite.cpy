      ******************************************************************
      *    COPYBOOK  : OPERSITE.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER OPERATOR-SITE
      *                 (AUTORISATIONS OPERATEUR PAR SITE : UN
      *                 ENREGISTREMENT PAR OPERATEUR ET PAR SITE OU IL
      *                 PEUT ETRE ACCUEILLI, AVEC DATES D'EFFET ET
      *                 D'EXPIRATION ; CHARGE PAR OPSLOAD, MAINTENU
      *                 PAR OPSMAINT, CONTROLE PAR ROSTEDIT ET
      *                 EXERCICE1)
      *    NOTE       : UNE DATE D'EXPIRATION A 99999999 SIGNIFIE
      *                 SANS LIMITE. L'AUTORISATION VAUT DU JOUR
      *                 D'EFFET AU JOUR D'EXPIRATION INCLUS.
      ******************************************************************
       01  OPS-ENREGISTREMENT.
           05  OPS-CLE.
               10  OPS-ID-OPERATEUR    PIC X(5).
               10  OPS-CODE-SITE       PIC X(3).
           05  OPS-DATE-EFFET          PIC X(8).
           05  OPS-DATE-EXPIRATION     PIC X(8).
               88  OPS-SANS-EXPIRATION VALUE "99999999".
           05  OPS-ORIGINE             PIC X(8).
           05  OPS-HORODATAGE-MAJ      PIC X(14).
           05  FILLER                  PIC X(14).
