      ******************************************************************
      *    COPYBOOK  : EXCRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER CONSOL-REPORT
      *                 (ETAT DE CONSOLIDATION DES FLUX EXERCICE1 PAR
      *                 SITE D'UNE DATE D'AFFAIRES : ETAT DE CHAQUE
      *                 SITE ATTENDU, CONTROLE DE SON EXTRACTION ET
      *                 TOTAUX DU TIME-EXTRACT DU JOUR, PRODUIT PAR
      *                 EXCONSOL)
      ******************************************************************
       01  EXR-ENREGISTREMENT          PIC X(132).
