      *    FICHIER SI AUCUN PARAMETRE) ET EDITE SUR STARPRT :
      *      - LA TENDANCE PAR DATE D'AFFAIRES (VOLUMES ET TAUX
      *        D'ANOMALIE : REJETS + INCONNUS + HORS QUART +
      *        NON ACTIFS + NON AUTORISES SUR LE SITE + BLOQUES
      *        POUR REPOS INSUFFISANT RAPPORTES AUX LUS)
      *      - LA TENDANCE SEMAINE PAR SEMAINE
      *      - LES TOTAUX PAR SITE SUR LA PERIODE, POUR REPERER UN
      *        SITE DONT LES REJETS DERIVENT AVANT L'INCIDENT

       2000-TRAITER-STATISTIQUE.
           ADD 1 TO WS-COMPTEUR-LUS
      *    LES ENREGISTREMENTS ANTERIEURS AU CONTROLE DES SITES
      *    AUTORISES PORTENT DES ESPACES A LA PLACE DU COMPTEUR.
           IF RST-NON-AUTORISES NOT NUMERIC
               MOVE ZERO TO RST-NON-AUTORISES
           END-IF
      *    IDEM POUR LES ACCUEILS BLOQUES POUR REPOS INSUFFISANT.
           IF RST-REPOS-REFUSES NOT NUMERIC
               MOVE ZERO TO RST-REPOS-REFUSES
           END-IF
           IF RST-DATE-AFFAIRES NOT < WS-DATE-DEBUT
               AND RST-DATE-AFFAIRES NOT > WS-DATE-FIN
               ADD 1 TO WS-COMPTEUR-RETENUS

       2100-TRAITER-GLOBAL.
           COMPUTE WS-ANOMALIES = RST-REJETS + RST-INCONNUS
               + RST-HORS-QUART + RST-NON-ACTIFS + RST-NON-AUTORISES
               + RST-REPOS-REFUSES
           PERFORM 2150-CALCULER-TAUX
           MOVE RST-DATE-AFFAIRES TO STD-DATE
           MOVE RST-LUS TO STD-LUS
           ADD RST-REJETS TO WS-SIT-REJETS(WS-SIT-IDX)
           COMPUTE WS-SIT-ANOMALIES(WS-SIT-IDX) =
               WS-SIT-ANOMALIES(WS-SIT-IDX) + RST-REJETS
               + RST-INCONNUS + RST-HORS-QUART + RST-NON-ACTIFS
               + RST-NON-AUTORISES + RST-REPOS-REFUSES.

       2300-CUMULER-SEMAINE.
           IF RST-DATE-AFFAIRES IS NUMERIC
