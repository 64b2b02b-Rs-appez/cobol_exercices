      ******************************************************************
      *    COPYBOOK  : BULRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER BULLETIN-REPORT
      *                 (ETAT DE REMISE DES BULLETINS D'EXPLOITATION
      *                 AUX OPERATEURS DU ROSTER, PRODUIT PAR BULRPT)
      ******************************************************************
       01  BRP-ENREGISTREMENT          PIC X(132).
