      *                 DERNIERE CONNEXION)
      *    NOTE       : CHJ-IMAGE-AVANT ET CHJ-IMAGE-APRES ONT LA
      *                 LONGUEUR DE OPM-ENREGISTREMENT (OPERMAST.CPY).
      *                 CHJ-DEMANDEUR / CHJ-APPROBATEUR : UTILISATEURS
      *                 CICS AYANT DEMANDE ET APPROUVE LA MODIFICATION
      *                 (APPROBATEUR A BLANC SI LA MODIFICATION NE
      *                 RELEVE PAS DU DOUBLE CONTROLE ; LES DEUX A
      *                 BLANC POUR LES MISES A JOUR BATCH, SAUF LES
      *                 REVOCATIONS D'ORIGINE CERTIF OU LE DEMANDEUR
      *                 EST LE CHEF DE QUART AYANT REVOQUE).
      ******************************************************************
       01  CHJ-ENREGISTREMENT.
           05  CHJ-HORODATAGE          PIC X(26).
               88  CHJ-CONNEXION       VALUE "X".
           05  CHJ-IMAGE-AVANT         PIC X(63).
           05  CHJ-IMAGE-APRES         PIC X(63).
           05  CHJ-DEMANDEUR           PIC X(8).
           05  CHJ-APPROBATEUR         PIC X(8).
