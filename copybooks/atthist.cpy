      ******************************************************************
      *    COPYBOOK  : ATTHIST.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER ATTENDANCE-HISTORY
      *                 (HISTORIQUE DE PRESENCE : UN ENREGISTREMENT PAR
      *                 OPERATEUR ACTIF DU ROSTER ET PAR DATE
      *                 D'AFFAIRES, DEPOSE PAR LATERPT ; EXPLOITE PAR
      *                 ASSIDRPT POUR LE BILAN D'ASSIDUITE)
      *    NOTE       : LA CLE EST ID OPERATEUR + DATE D'AFFAIRES. UN
      *                 NOUVEAU PASSAGE DE LATERPT REMPLACE LE
      *                 PRECEDENT. HEURES AU FORMAT HHMMSS, A BLANC SI
      *                 INCONNUES. LES MINUTES DE RETARD SONT CELLES
      *                 CONSTATEES (ZERO SI ARRIVEE EN AVANCE) ; LE
      *                 RESULTAT TIENT COMPTE DE LA TOLERANCE.
      ******************************************************************
       01  ATH-ENREGISTREMENT.
           05  ATH-CLE.
               10  ATH-ID-OPERATEUR    PIC X(5).
               10  ATH-DATE-AFFAIRES   PIC X(8).
           05  ATH-CODE-SITE           PIC X(3).
           05  ATH-CODE-QUART          PIC X(1).
           05  ATH-HEURE-PLANIFIEE     PIC X(6).
           05  ATH-HEURE-ACCUEIL       PIC X(6).
           05  ATH-MINUTES-RETARD      PIC 9(4).
           05  ATH-RESULTAT            PIC X(1).
               88  ATH-A-L-HEURE       VALUE "P".
               88  ATH-EN-RETARD       VALUE "R".
               88  ATH-ABSENT          VALUE "A".
               88  ATH-SANS-HORAIRE    VALUE "H".
           05  ATH-TOLERANCE           PIC 9(4).
           05  ATH-HORODATAGE          PIC X(14).
           05  FILLER                  PIC X(28).
