      *    OBJET      : ENREGISTREMENT DU FICHIER DE CHECKPOINT/RESTART
      *                 (UN ENREGISTREMENT TOUTES LES N LIGNES LUES
      *                 DE ROSTER-IN)
      *    NOTE       : CHAQUE FLUX PAR SITE A SON PROPRE FICHIER ;
      *                 CKP-CODE-SITE (ESPACES POUR UN PASSAGE TOUS
      *                 SITES) PERMET DE NE REPRENDRE QUE SUR UN
      *                 CHECKPOINT DU MEME FLUX.
      ******************************************************************
       01  CKP-ENREGISTREMENT.
           05  CKP-DERNIER-ID-OPERATEUR PIC X(5).
           05  CKP-COMPTEUR-LUS         PIC 9(8).
           05  CKP-HORODATAGE           PIC X(26).
           05  CKP-CODE-SITE            PIC X(3).
