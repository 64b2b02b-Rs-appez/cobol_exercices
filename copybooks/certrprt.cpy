      ******************************************************************
      *    COPYBOOK  : CERTRPRT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER CERT-REPORT
      *                 (ETAT DE CERTCAMP : FEUILLES PAR QUART A
      *                 L'OUVERTURE, COMPTE RENDU DES RETOURS, BILAN
      *                 PAR QUART A LA CLOTURE DE LA CAMPAGNE)
      ******************************************************************
       01  CRP-ENREGISTREMENT          PIC X(132).
