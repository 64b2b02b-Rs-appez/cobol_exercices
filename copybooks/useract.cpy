      *    COPYBOOK  : USERACT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER USER-ACTIVITY
      *                 (PISTE D'AUDIT DE CHAQUE EXECUTION D'EXERCICE1)
      *    NOTE       : UAC-CODE-SITE ET UAC-CODE-QUART SONT CEUX DE LA
      *                 LIGNE DE ROSTER ET DE L'OPERATEUR (A BLANC
      *                 QUAND ILS NE SONT PAS CONNUS). UAC-REFERENCE
      *                 PORTE L'ID DU BULLETIN REMIS (CODE 9070).
      *                 REPOS INSUFFISANT ENTRE DEUX ACCUEILS (CODES
      *                 9080 SIGNALE, 9085 BLOQUE) : HORODATAGE
      *                 AAAAMMJJHHMMSS DE L'ACCUEIL PRECEDENT, REPOS
      *                 PRIS EN MINUTES ET "O" QUAND L'OPERATEUR SE
      *                 PRESENTE SUR DEROGATION DE QUART (SWAPOVR).
      ******************************************************************
       01  UAC-ENREGISTREMENT.
           05  UAC-HORODATAGE          PIC X(26).
           05  UAC-NOM-JOB             PIC X(8).
           05  UAC-ID-OPERATEUR        PIC X(5).
           05  UAC-CODE-RETOUR         PIC 9(4).
           05  UAC-CODE-SITE           PIC X(3).
           05  UAC-CODE-QUART          PIC X(1).
           05  UAC-REFERENCE           PIC X(8).
           05  UAC-HORODATAGE-PRECEDENT PIC X(14).
           05  UAC-MINUTES-REPOS       PIC 9(5).
           05  UAC-IND-DEROGATION      PIC X(1).
           05  FILLER                  PIC X(5).
