      *    TOUT LE FICHIER SI AUCUN PARAMETRE) :
      *      - TOTAUX PAR CODE RETOUR D'AUDIT (0000 ACCUEILLI,
      *        9010/9015/9020 NOM REJETE, 9023 INCONNU, ...)
      *      - OPERATEURS LES PLUS SOUVENT EN ANOMALIE (TOUT CODE
      *        NON NUL SAUF 9070 BULLETIN REMIS, QUI N'EST PAS UNE
      *        ANOMALIE)
      *      - TENDANCE JOUR PAR JOUR (TOTAL / ANOMALIES)
      ******************************************************************


       FILE SECTION.
       FD  USER-ACTIVITY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  ACTIVITY-REPORT
               PERFORM 2100-CUMULER-CODE
               PERFORM 2200-CUMULER-JOUR
               IF UAC-CODE-RETOUR NOT = ZERO
                   AND UAC-CODE-RETOUR NOT = 9070
                   ADD 1 TO WS-COMPTEUR-ANOMALIES
                   PERFORM 2300-CUMULER-OPERATEUR
               END-IF
           END-IF
           ADD 1 TO WS-JRS-TOTAL(WS-JRS-IDX)
           IF UAC-CODE-RETOUR NOT = ZERO
               AND UAC-CODE-RETOUR NOT = 9070
               ADD 1 TO WS-JRS-ANOMALIES(WS-JRS-IDX)
           END-IF.

           MOVE WS-LIGNE-COMPTEUR TO ARP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT ANOMALIES (HORS 0000/9070)" TO ACP-LIBELLE
           MOVE WS-COMPTEUR-ANOMALIES TO ACP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO ARP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
                   MOVE "ACCUEILLI SUR DEROGATION" TO WS-CDE-LIBELLE
               WHEN 9040
                   MOVE "OPERATEUR NON ACTIF" TO WS-CDE-LIBELLE
               WHEN 9045
                   MOVE "SITE NON AUTORISE" TO WS-CDE-LIBELLE
               WHEN 9050
                   MOVE "REPRISE FORCEE" TO WS-CDE-LIBELLE
               WHEN 9060
                   MOVE "RESET RUN-CONTROL" TO WS-CDE-LIBELLE
               WHEN 9070
                   MOVE "BULLETIN REMIS" TO WS-CDE-LIBELLE
               WHEN 9080
                   MOVE "REPOS INSUFFISANT - SIGNALE" TO WS-CDE-LIBELLE
               WHEN 9085
                   MOVE "REPOS INSUFFISANT - BLOQUE" TO WS-CDE-LIBELLE
               WHEN OTHER
                   MOVE "CODE NON REPERTORIE" TO WS-CDE-LIBELLE
           END-EVALUATE
