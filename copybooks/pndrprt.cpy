      ******************************************************************
      *    COPYBOOK  : PNDRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER PENDING-REPORT
      *                 (ETAT DES DEMANDES DE DOUBLE CONTROLE OPMPEND
      *                 ENCORE EN ATTENTE OU EXPIREES, PRODUIT PAR
      *                 PNDEXPIR)
      ******************************************************************
       01  PRR-ENREGISTREMENT          PIC X(132).
