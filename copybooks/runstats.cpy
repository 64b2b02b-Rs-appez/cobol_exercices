      *                 QUART ; EXPLOITE PAR STATRPT POUR LES
      *                 TENDANCES DE VOLUME ET D'ANOMALIES)
      *    NOTE       : POUR LES TOTAUX PAR QUART, SEULS ACCUEILS,
      *                 REJETS ET HORS QUART SONT RENSEIGNES, AVEC LES
      *                 ACCUEILS EN REPOS INSUFFISANT SIGNALES ET
      *                 BLOQUES (RST-COMPTEURS-REPOS, A LA PLACE DES
      *                 INCONNUS ET SAUTES QUI N'Y SONT PAS TENUS).
      *                 RST-NON-AUTORISES : OPERATEURS REFUSES FAUTE
      *                 D'AUTORISATION SUR LE SITE (OPERATOR-SITE).
      *                 RST-REPOS-REFUSES : ACCUEILS BLOQUES POUR REPOS
      *                 INSUFFISANT, POUR LES TOTAUX GLOBAL ET SITE (A
      *                 ZERO POUR UN TOTAL PAR QUART, QUI LES PORTE
      *                 DANS RST-REPOS-BLOQUES).
      *                 LE FICHIER D'UN FLUX EXERCICE1 PAR SITE NE
      *                 PORTE QUE LE TOTAL DU SITE ET SES TOTAUX PAR
      *                 QUART ; EXCONSOL LES REPORTE SUR L'HISTORIQUE
      *                 AVEC LE TOTAL GLOBAL DE LA DATE.
      ******************************************************************
       01  RST-ENREGISTREMENT.
           05  RST-DATE-AFFAIRES       PIC X(8).
           05  RST-LUS                 PIC 9(8).
           05  RST-ACCUEILS            PIC 9(8).
           05  RST-REJETS              PIC 9(8).
           05  RST-COMPTEURS-OPERATEUR.
               10  RST-INCONNUS        PIC 9(8).
               10  RST-SAUTES          PIC 9(8).
           05  RST-COMPTEURS-REPOS REDEFINES RST-COMPTEURS-OPERATEUR.
               10  RST-REPOS-SIGNALES  PIC 9(8).
               10  RST-REPOS-BLOQUES   PIC 9(8).
           05  RST-HORS-QUART          PIC 9(8).
           05  RST-NON-ACTIFS          PIC 9(8).
           05  RST-NON-AUTORISES       PIC 9(8).
           05  RST-REPOS-REFUSES       PIC 9(4).
