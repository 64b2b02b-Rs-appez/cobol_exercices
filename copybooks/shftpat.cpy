      ******************************************************************
      *    COPYBOOK  : SHFTPAT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER SHIFT-PATTERNS
      *                 (UN CYCLE DE ROULEMENT PAR OPERATEUR : LONGUEUR
      *                 DU CYCLE EN JOURS, QUART TRAVAILLE OU REPOS DE
      *                 CHAQUE JOUR DU CYCLE, SITE DE RATTACHEMENT,
      *                 HEURE DE DEBUT PLANIFIEE PAR CODE QUART ET
      *                 DATE D'ANCRAGE DU CYCLE ; EXPLOITE PAR ROSTGEN)
      *    NOTE       : SHP-JOURS-CYCLE PORTE UNE POSITION PAR JOUR DU
      *                 CYCLE (LES SHP-LONGUEUR-CYCLE PREMIERES) : LE
      *                 CODE QUART TRAVAILLE CE JOUR-LA, OU "-" (OU
      *                 ESPACE) POUR UN JOUR DE REPOS.
      *                 LA DATE D'ANCRAGE AAAAMMJJ EST LE JOUR 1 DU
      *                 CYCLE ; LE CYCLE SE REPETE AVANT ET APRES.
      *                 SHP-HOR-HEURE-DEBUT : HHMMSS DU DEBUT DE QUART
      *                 PLANIFIE POUR SHP-HOR-CODE-QUART.
      ******************************************************************
       01  SHP-ENREGISTREMENT.
           05  SHP-ID-OPERATEUR        PIC X(5).
           05  SHP-LONGUEUR-CYCLE      PIC 9(2).
           05  SHP-JOURS-CYCLE         PIC X(35).
           05  SHP-CODE-SITE           PIC X(3).
           05  SHP-HORAIRE OCCURS 3 TIMES.
               10  SHP-HOR-CODE-QUART  PIC X(1).
               10  SHP-HOR-HEURE-DEBUT PIC X(6).
           05  SHP-DATE-ANCRE          PIC X(8).
           05  FILLER                  PIC X(6).
