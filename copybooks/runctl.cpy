      ******************************************************************
      *    COPYBOOK  : RUNCTL.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER RUN-CONTROL
      *                 (UN ENREGISTREMENT PAR DATE D'AFFAIRES ET PAR
      *                 SITE, POUR EMPECHER UN DOUBLE PASSAGE
      *                 D'EXERCICE1 SUR LA MEME DATE)
      *    NOTE       : RCT-CODE-SITE EST LE SITE DU FLUX EXERCICE1 ;
      *                 A ESPACES POUR UN PASSAGE TOUS SITES, ET POUR
      *                 L'ENREGISTREMENT DEPOSE PAR EXCONSOL QUAND LA
      *                 CONSOLIDATION DES FLUX DE LA DATE EST FAITE.
      *                 RCT-HORODATAGE EST MIS A JOUR A CHAQUE DEMARRAGE
      *                 ET A LA FIN ; RCT-HORODATAGE-DEBUT EST POSE AU
      *                 PREMIER DEMARRAGE DE LA DATE/SITE ET CONSERVE
      *                 EN REPRISE ET EN REPRISE FORCEE.
      ******************************************************************
       01  RCT-ENREGISTREMENT.
           05  RCT-CLE.
               10  RCT-DATE-AFFAIRES   PIC X(8).
               10  RCT-CODE-SITE       PIC X(3).
           05  RCT-ETAT                PIC X(1).
               88  RCT-EN-COURS        VALUE "E".
               88  RCT-TERMINE         VALUE "T".
           05  RCT-IND-REPRISE         PIC X(1).
               88  RCT-REPRISE-FORCEE  VALUE "O".
           05  RCT-HORODATAGE          PIC X(26).
           05  RCT-HORODATAGE-DEBUT    PIC X(26).
