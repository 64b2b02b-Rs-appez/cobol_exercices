      *      - LES ABSENTS (OPERATEURS ACTIFS AU ROSTER SANS ACCUEIL
      *        POUR LA DATE D'AFFAIRES)
      *      - LES TOTAUX PAR SITE ET PAR QUART
      *    LE RESULTAT DE CHAQUE OPERATEUR ACTIF DU ROSTER (A L'HEURE,
      *    EN RETARD, ABSENT, SANS HORAIRE) EST DEPOSE SUR
      *    L'HISTORIQUE DE PRESENCE ATTHIST ; UN NOUVEAU PASSAGE POUR
      *    LA MEME DATE REMPLACE LES ENREGISTREMENTS PRECEDENTS.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-LATRPRT.

           SELECT ATTENDANCE-HISTORY ASSIGN TO "ATTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATH-CLE
               FILE STATUS IS WS-STATUT-ATTHIST.

       DATA DIVISION.

       FILE SECTION.
           COPY "rosterin.cpy".

       FD  USER-ACTIVITY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  OPERATOR-MASTER.
           RECORD CONTAINS 132 CHARACTERS.
           COPY "latrprt.cpy".

       FD  ATTENDANCE-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "atthist.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ROSTER           PIC X(2).
           88  ROSTER-OK              VALUE "00".
       01  WS-STATUT-LATRPRT          PIC X(2).
           88  LATRPRT-OK             VALUE "00".

       01  WS-STATUT-ATTHIST          PIC X(2).
           88  ATTHIST-OK             VALUE "00".
           88  ATTHIST-ABSENT         VALUE "35".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".
       01  WS-COMPTEUR-NON-ACTIFS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-INCONNUS       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SANS-HORAIRE   PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-HISTORISES     PIC 9(8) VALUE ZERO.

       01  WS-TABLE-ABSENTS.
           05  WS-NB-ABSENTS          PIC 9(5) VALUE ZERO.
               MOVE 16 TO RETURN-CODE
           END-IF

      *    AU PREMIER PASSAGE L'HISTORIQUE N'EXISTE PAS ENCORE : IL
      *    EST CREE VIDE PUIS ROUVERT.
           OPEN I-O ATTENDANCE-HISTORY
           IF ATTHIST-ABSENT
               OPEN OUTPUT ATTENDANCE-HISTORY
               IF ATTHIST-OK
                   CLOSE ATTENDANCE-HISTORY
                   OPEN I-O ATTENDANCE-HISTORY
               END-IF
           END-IF
           IF NOT ATTHIST-OK
               DISPLAY "ERREUR OUVERTURE ATTENDANCE-HISTORY - STATUT "
                   WS-STATUT-ATTHIST
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               READ ROSTER-IN
           END-READ.

       2100-EVALUER-PONCTUALITE.
           MOVE SPACES TO ATH-ENREGISTREMENT
           MOVE ZERO TO ATH-MINUTES-RETARD
           IF ROS-HORODATAGE-DEBUT(9:6) IS NUMERIC
               MOVE ROS-HORODATAGE-DEBUT(9:6) TO ATH-HEURE-PLANIFIEE
           END-IF
           PERFORM 2150-RECHERCHER-ACCUEIL
           IF ACCUEIL-ABSENT
               ADD 1 TO WS-COMPTEUR-ABSENTS
               ADD 1 TO WS-SIT-ABSENTS(WS-SIT-IDX)
               ADD 1 TO WS-QRT-ABSENTS(WS-QRT-IDX)
               PERFORM 2300-RETENIR-ABSENT
               SET ATH-ABSENT TO TRUE
           ELSE
               MOVE WS-HEURE-ACCUEIL TO ATH-HEURE-ACCUEIL
               IF ROS-HORODATAGE-DEBUT(9:6) IS NUMERIC
                   PERFORM 2200-CALCULER-RETARD
               ELSE
                   ADD 1 TO WS-COMPTEUR-SANS-HORAIRE
                   SET ATH-SANS-HORAIRE TO TRUE
               END-IF
           END-IF
           PERFORM 2700-HISTORISER-PRESENCE.

      *    L'ACCUEIL EFFECTIF VIENT DE USER-ACTIVITY ; A DEFAUT, LA
      *    DERNIERE CONNEXION DU MASTER SI ELLE DATE DU JOUR DEMANDE.
               + FUNCTION NUMVAL(WS-HEURE-ACCUEIL(3:2))
           COMPUTE WS-MINUTES-RETARD =
               WS-MINUTES-EFFECTIVES - WS-MINUTES-PLANIFIEES
           IF WS-MINUTES-RETARD > ZERO
               IF WS-MINUTES-RETARD > 9999
                   MOVE 9999 TO ATH-MINUTES-RETARD
               ELSE
                   MOVE WS-MINUTES-RETARD TO ATH-MINUTES-RETARD
               END-IF
           END-IF
           IF WS-MINUTES-RETARD > WS-TOLERANCE-MINUTES
               ADD 1 TO WS-COMPTEUR-RETARDS
               ADD 1 TO WS-SIT-RETARDS(WS-SIT-IDX)
               ADD 1 TO WS-QRT-RETARDS(WS-QRT-IDX)
               PERFORM 2250-ECRIRE-RETARD
               SET ATH-EN-RETARD TO TRUE
           ELSE
               ADD 1 TO WS-COMPTEUR-A-L-HEURE
               SET ATH-A-L-HEURE TO TRUE
           END-IF.

       2250-ECRIRE-RETARD.
           MOVE WS-LIGNE-RETARD TO LRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    DEPOSE LE RESULTAT DU JOUR SUR L'HISTORIQUE DE PRESENCE ;
      *    UN ENREGISTREMENT DEJA PRESENT POUR L'OPERATEUR ET LA DATE
      *    (NOUVEAU PASSAGE) EST REMPLACE.
       2700-HISTORISER-PRESENCE.
           MOVE OPM-ID-OPERATEUR TO ATH-ID-OPERATEUR
           MOVE WS-DATE-AFFAIRES TO ATH-DATE-AFFAIRES
           MOVE ROS-CODE-SITE TO ATH-CODE-SITE
           MOVE OPM-CODE-QUART TO ATH-CODE-QUART
           MOVE WS-TOLERANCE-MINUTES TO ATH-TOLERANCE
           MOVE FUNCTION CURRENT-DATE TO ATH-HORODATAGE
           WRITE ATH-ENREGISTREMENT
               INVALID KEY
                   REWRITE ATH-ENREGISTREMENT
                   END-REWRITE
           END-WRITE
           IF ATTHIST-OK
               ADD 1 TO WS-COMPTEUR-HISTORISES
           ELSE
               DISPLAY "ERREUR ECRITURE ATTENDANCE-HISTORY POUR "
                   OPM-ID-OPERATEUR " - STATUT " WS-STATUT-ATTHIST
               MOVE 16 TO RETURN-CODE
           END-IF.

       2300-RETENIR-ABSENT.
           IF WS-NB-ABSENTS < 10000
               ADD 1 TO WS-NB-ABSENTS
           MOVE "LIGNES SANS HORAIRE PLANIFIE" TO LCP-LIBELLE
           MOVE WS-COMPTEUR-SANS-HORAIRE TO LCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO LRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "RESULTATS DEPOSES SUR ATTHIST" TO LCP-LIBELLE
           MOVE WS-COMPTEUR-HISTORISES TO LCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO LRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8900-ECRIRE-LIGNE-ETAT.
           CLOSE ROSTER-IN
           CLOSE USER-ACTIVITY
           CLOSE OPERATOR-MASTER
           CLOSE LATE-REPORT
           CLOSE ATTENDANCE-HISTORY.
