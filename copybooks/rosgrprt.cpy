      ******************************************************************
      *    COPYBOOK  : ROSGRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER ROSTGEN-REPORT
      *                 (ECARTS ENTRE LE ROSTER ATTENDU, CALCULE SUR
      *                 LES CYCLES DE ROULEMENT, ET LE ROSTER
      *                 CONSOLIDE DES SITES POUR UNE DATE D'AFFAIRES,
      *                 PRODUIT PAR ROSTGEN)
      ******************************************************************
       01  RGR-ENREGISTREMENT          PIC X(132).
