      ******************************************************************
      *    COPYBOOK  : REPRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER REPOS-REPORT
      *                 (ETAT HEBDOMADAIRE DE CONFORMITE DU REPOS
      *                 MINIMUM ENTRE DEUX ACCUEILS : CHAQUE ACCUEIL EN
      *                 REPOS INSUFFISANT SIGNALE OU BLOQUE PAR
      *                 EXERCICE1, PRODUIT PAR REPOSRPT)
      ******************************************************************
       01  RRP-ENREGISTREMENT          PIC X(132).
