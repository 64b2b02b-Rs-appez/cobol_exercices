      *    NOTE       : LE TOTAL DE HACHAGE EST LA SOMME DES PARTIES
      *                 NUMERIQUES (POSITIONS 2 A 5) DES IDS
      *                 OPERATEUR DES LIGNES DETAIL.
      *                 L'ENTETE PORTE LA DATE D'AFFAIRES DU PASSAGE
      *                 ET, POUR L'EXTRACTION D'UN FLUX PAR SITE, LE
      *                 CODE SITE (ESPACES SUR L'EXTRACTION DU JOUR).
      ******************************************************************
       01  TAE-ENTETE.
           05  TAE-ENT-TYPE            PIC X(1).
           05  TAE-ENT-DATE-PASSAGE    PIC X(8).
           05  TAE-ENT-HEURE-PASSAGE   PIC X(6).
           05  TAE-ENT-NOM-JOB         PIC X(8).
           05  TAE-ENT-DATE-AFFAIRES   PIC X(8).
           05  TAE-ENT-CODE-SITE       PIC X(3).
           05  FILLER                  PIC X(46).

       01  TAE-DETAIL.
           05  TAE-DET-TYPE            PIC X(1).
