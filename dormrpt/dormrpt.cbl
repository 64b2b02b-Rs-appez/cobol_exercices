           END-READ.

       2100-EVALUER-INACTIVITE.
      *    UN OPERATEUR JAMAIS ACCUEILLI EST INACTIF DEPUIS LA DATE
      *    D'EFFET DE SON STATUT (SA CREATION).
           IF OPM-DERNIERE-CONNEXION(1:8) IS NUMERIC
               OR OPM-DATE-EFFET-STATUT IS NUMERIC
               IF OPM-DERNIERE-CONNEXION(1:8) IS NUMERIC
                   MOVE OPM-DERNIERE-CONNEXION(1:8) TO WS-DATE-CONNEXION
               ELSE
                   MOVE OPM-DATE-EFFET-STATUT TO WS-DATE-CONNEXION
               END-IF
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-CONNEXION)
                   TO WS-ENTIER-CONNEXION
               IF WS-ENTIER-CONNEXION = ZERO
