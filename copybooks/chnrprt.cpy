      ******************************************************************
      *    COPYBOOK  : CHNRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER CHAIN-REPORT
      *                 (BILAN DE CHAINE PAR DATE D'AFFAIRES : TOTAUX
      *                 DE CONTROLE DE CHAQUE ETAPE ET RUPTURES ENTRE
      *                 ETAPES ADJACENTES, PRODUIT PAR CHAINBAL)
      ******************************************************************
       01  CBR-ENREGISTREMENT          PIC X(132).
