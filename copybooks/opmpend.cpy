      ******************************************************************
      *    COPYBOOK  : OPMPEND.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER OPMPEND (DEMANDES DE
      *                 MODIFICATION SENSIBLE D'OPERATOR-MASTER EN
      *                 ATTENTE DE DOUBLE CONTROLE : RESILIATION,
      *                 SUSPENSION, REACTIVATION OU SUPPRESSION SAISIE
      *                 SOUS OPMT, APPROUVEE OU REFUSEE SOUS OPAP PAR
      *                 UN AUTRE CHEF DE QUART, EXPIREE PAR PNDEXPIR)
      *    NOTE       : LA CLE EST ID OPERATEUR + HORODATAGE DE LA
      *                 DEMANDE (AAAAMMJJHHMMSS). LES IMAGES ONT LA
      *                 LONGUEUR DE OPM-ENREGISTREMENT (OPERMAST.CPY) ;
      *                 L'IMAGE APRES EST A BLANC POUR UNE SUPPRESSION.
      ******************************************************************
       01  PND-ENREGISTREMENT.
           05  PND-CLE.
               10  PND-ID-OPERATEUR    PIC X(5).
               10  PND-HORODATAGE-DEMANDE PIC X(14).
           05  PND-CODE-ACTION         PIC X(1).
               88  PND-MODIFICATION    VALUE "C".
               88  PND-SUPPRESSION     VALUE "D".
           05  PND-DEMANDEUR           PIC X(8).
           05  PND-ETAT                PIC X(1).
               88  PND-EN-ATTENTE      VALUE "E".
               88  PND-APPROUVEE       VALUE "A".
               88  PND-REFUSEE         VALUE "R".
               88  PND-EXPIREE         VALUE "X".
           05  PND-APPROBATEUR         PIC X(8).
           05  PND-HORODATAGE-DECISION PIC X(14).
           05  PND-IMAGE-AVANT         PIC X(63).
           05  PND-IMAGE-APRES         PIC X(63).
           05  FILLER                  PIC X(23).
