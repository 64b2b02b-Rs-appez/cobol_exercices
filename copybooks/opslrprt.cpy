      ******************************************************************
      *    COPYBOOK  : OPSLRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER SITE-LOAD-REPORT
      *                 (COMPTE RENDU DE CHARGEMENT DES AUTORISATIONS
      *                 OPERATEUR/SITE PRODUIT PAR OPSLOAD : ACCEPTES
      *                 ET REJETES AVEC MOTIF)
      ******************************************************************
       01  OSR-ENREGISTREMENT          PIC X(132).
