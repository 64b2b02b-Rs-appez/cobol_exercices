      ******************************************************************
      *    COPYBOOK  : ASSRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER SCORECARD-REPORT
      *                 (BILAN D'ASSIDUITE ET DE PONCTUALITE PAR
      *                 OPERATEUR ET PAR SITE SUR UNE PERIODE, PRODUIT
      *                 PAR ASSIDRPT A PARTIR DE ATTHIST)
      ******************************************************************
       01  ASR-ENREGISTREMENT          PIC X(132).
