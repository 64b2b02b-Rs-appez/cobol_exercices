      ******************************************************************
      *    COPYBOOK  : HRSNAP.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER HR-SNAPSHOT
      *                 (EXTRACTION COMPLETE DU REFERENTIEL DES
      *                 SALARIES ENVOYEE CHAQUE SEMAINE PAR LES
      *                 RESSOURCES HUMAINES, RAPPROCHEE D'OPERATOR-
      *                 MASTER PAR LE PROGRAMME HRRECON)
      *    NOTE       : LE MATRICULE RH EST L'ID OPERATEUR. UN CODE
      *                 QUART A BLANC DESIGNE UN SALARIE QUI N'EST PAS
      *                 AFFECTE AUX QUARTS D'ACCUEIL.
      ******************************************************************
       01  HRS-ENREGISTREMENT.
           05  HRS-ID-OPERATEUR        PIC X(5).
           05  HRS-NOM-OPERATEUR       PIC X(20).
           05  HRS-CODE-QUART          PIC X(1).
           05  HRS-CODE-LANGUE         PIC X(2).
           05  HRS-STATUT              PIC X(1).
               88  HRS-ACTIF           VALUE "A".
               88  HRS-RESILIE         VALUE "T".
           05  HRS-DATE-EFFET-STATUT   PIC X(8).
           05  FILLER                  PIC X(43).
