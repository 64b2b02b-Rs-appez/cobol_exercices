      ******************************************************************
      *    COPYBOOK  : CERTRET.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER CERTRET (FEUILLES DE
      *                 RECERTIFICATION RENVOYEES PAR LES CHEFS DE
      *                 QUART : UNE DECISION PAR OPERATEUR, APPLIQUEE
      *                 A CERTIF PAR CERTCAMP FONCTION RETOUR)
      *    NOTE       : DECISION C = CONFIRME, R = REVOQUE. LE QUART
      *                 EST CELUI IMPRIME SUR LA FEUILLE.
      ******************************************************************
       01  CRR-ENREGISTREMENT.
           05  CRR-ID-CAMPAGNE         PIC X(6).
           05  CRR-CODE-QUART          PIC X(1).
           05  CRR-ID-OPERATEUR        PIC X(5).
           05  CRR-DECISION            PIC X(1).
               88  CRR-CONFIRMATION    VALUE "C".
               88  CRR-REVOCATION      VALUE "R".
           05  CRR-DECIDEUR            PIC X(8).
           05  FILLER                  PIC X(59).
