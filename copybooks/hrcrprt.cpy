      ******************************************************************
      *    COPYBOOK  : HRCRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER HR-RECON-REPORT
      *                 (ETAT DES ECARTS ENTRE OPERATOR-MASTER ET
      *                 L'EXTRACTION COMPLETE RH, AVEC LE MOUVEMENT
      *                 CORRECTIF PROPOSE, PRODUIT PAR HRRECON)
      ******************************************************************
       01  HCR-ENREGISTREMENT          PIC X(132).
