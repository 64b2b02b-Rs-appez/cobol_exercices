      ******************************************************************
      *    PRE-EDIT DU FICHIER ROSTER-IN AVANT LE PASSAGE D'EXERCICE1.
      *    CONTROLE CHAQUE DEMANDE D'ACCUEIL (FORMAT DE L'ID, DOUBLON
      *    DANS LE FICHIER, EXISTENCE SUR OPERATOR-MASTER, AUTORISATION
      *    DE L'OPERATEUR SUR LE SITE DEMANDE DANS OPERATOR-SITE A LA
      *    DATE D'AFFAIRES) ET PRODUIT :
      *      - UN ROSTER NETTOYE (ROSTCLEAN) POUR EXERCICE1
      *      - UN FICHIER DES REJETS (ROSTREJ) AVEC CODE RAISON
      *      - UN ETAT IMPRIME (EDITRPT) AVEC LES COMPTEURS
      *    SI LE POURCENTAGE DE REJETS DEPASSE LA TOLERANCE, LE
      *    PROGRAMME SE TERMINE AVEC UN CODE RETOUR D'ERREUR POUR
      *    EMPECHER LE LANCEMENT DE L'ACCUEIL SUR UN ROSTER CORROMPU.
      *    PARAMETRES : TOLERANCE DE REJETS (%) ET DATE D'AFFAIRES
      *    (AAAAMMJJ, DATE DU JOUR PAR DEFAUT). LES COMPTEURS LUS /
      *    ACCEPTES / REJETES SONT DEPOSES SUR LE GRAND LIVRE DES
      *    TOTAUX DE CONTROLE (CTLTOT) SOUS CETTE DATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT OPERATOR-SITE ASSIGN TO "OPERSITE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPS-CLE
               FILE STATUS IS WS-STATUT-OPERSITE.

           SELECT ROSTER-NETTOYE ASSIGN TO "ROSTCLEAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NETTOYE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EDITRPT.

           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLE
               FILE STATUS IS WS-STATUT-CTLTOT.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  OPERATOR-SITE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "opersite.cpy".

       FD  ROSTER-NETTOYE
           RECORD CONTAINS 80 CHARACTERS.
       01  ROC-ENREGISTREMENT          PIC X(80).
           RECORD CONTAINS 132 CHARACTERS.
           COPY "editrpt.cpy".

       FD  CONTROL-TOTALS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ctltot.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ROSTER           PIC X(2).
           88  ROSTER-OK              VALUE "00".
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-OPERSITE         PIC X(2).
           88  OPERSITE-OK            VALUE "00".
           88  OPERSITE-NON-TROUVE    VALUE "23".

       01  WS-STATUT-NETTOYE          PIC X(2).
           88  NETTOYE-OK             VALUE "00".

       01  WS-STATUT-EDITRPT          PIC X(2).
           88  EDITRPT-OK             VALUE "00".

       01  WS-STATUT-CTLTOT           PIC X(2).
           88  CTLTOT-OK              VALUE "00".
           88  CTLTOT-ABSENT          VALUE "35".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".
           05  WS-IND-FORMAT          PIC X(1) VALUE "N".
               88  FORMAT-VALIDE      VALUE "O".
               88  FORMAT-INVALIDE    VALUE "N".
           05  WS-IND-SITE-AUTORISE   PIC X(1) VALUE "N".
               88  SITE-AUTORISE      VALUE "O".
               88  SITE-NON-AUTORISE  VALUE "N".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-TOLERANCE          PIC X(3)  VALUE SPACES.
       01  WS-LONGUEUR-PARM           PIC 9(2)  VALUE ZERO.
       01  WS-TOLERANCE-REJETS        PIC 9(3)  VALUE 10.
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.
       01  WS-NOM-JOB                 PIC X(8)  VALUE "ROSTEDIT".

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ACCEPTES       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REJ-FORMAT     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REJ-DOUBLONS   PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REJ-INCONNUS   PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REJ-SITE       PIC 9(8) VALUE ZERO.
       01  WS-POURCENTAGE-REJETS      PIC 9(3) VALUE ZERO.

       01  WS-TABLE-IDS-VUS.
               END-PERFORM
               PERFORM 8000-CALCULER-POURCENTAGE
               PERFORM 8500-ECRIRE-ETAT-EDIT
               PERFORM 9700-ECRIRE-TOTAUX-CONTROLE
           END-IF
           PERFORM 9000-FIN
           STOP RUN.
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT OPERATOR-SITE
           IF NOT OPERSITE-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-SITE - STATUT "
                   WS-STATUT-OPERSITE
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT ROSTER-IN
           IF NOT ROSTER-OK
               DISPLAY "ERREUR OUVERTURE ROSTER-IN - STATUT "
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-TOLERANCE
                       COUNT IN WS-LONGUEUR-PARM
                       WS-PARM-DATE-AFFAIRES
               IF WS-LONGUEUR-PARM > ZERO
                   AND WS-PARM-TOLERANCE(1:WS-LONGUEUR-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-TOLERANCE)
                       TO WS-TOLERANCE-REJETS
               END-IF
           END-IF
           IF WS-PARM-DATE-AFFAIRES NOT = SPACES
               AND WS-PARM-DATE-AFFAIRES IS NUMERIC
               MOVE WS-PARM-DATE-AFFAIRES TO WS-DATE-AFFAIRES
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE WS-DHS-DATE TO WS-DATE-AFFAIRES
           END-IF.

       2000-TRAITER-DEMANDE.
               ELSE
                   PERFORM 2300-CONTROLER-EXISTENCE
                   IF OPERMAST-OK
                       PERFORM 2400-CONTROLER-SITE
                       IF SITE-AUTORISE
                           PERFORM 2700-ECRIRE-ACCEPTE
                       ELSE
                           ADD 1 TO WS-COMPTEUR-REJ-SITE
                           MOVE 40 TO REJ-CODE-RAISON
                           PERFORM 2800-ECRIRE-REJET
                       END-IF
                   ELSE
                       ADD 1 TO WS-COMPTEUR-REJ-INCONNUS
                       MOVE 30 TO REJ-CODE-RAISON
                   MOVE "23" TO WS-STATUT-OPERMAST
           END-READ.

      *    L'OPERATEUR DOIT DISPOSER D'UNE AUTORISATION SUR LE SITE
      *    DEMANDE, EN VIGUEUR A LA DATE D'AFFAIRES (EFFET ET
      *    EXPIRATION INCLUSES).
       2400-CONTROLER-SITE.
           SET SITE-NON-AUTORISE TO TRUE
           MOVE ROS-ID-OPERATEUR TO OPS-ID-OPERATEUR
           MOVE ROS-CODE-SITE TO OPS-CODE-SITE
           READ OPERATOR-SITE
               INVALID KEY
                   MOVE "23" TO WS-STATUT-OPERSITE
           END-READ
           IF OPERSITE-OK
               IF OPS-DATE-EFFET NOT > WS-DATE-AFFAIRES
                   AND OPS-DATE-EXPIRATION NOT < WS-DATE-AFFAIRES
                   SET SITE-AUTORISE TO TRUE
               END-IF
           END-IF.

       2700-ECRIRE-ACCEPTE.
           ADD 1 TO WS-COMPTEUR-ACCEPTES
           MOVE ROS-ENREGISTREMENT TO ROC-ENREGISTREMENT
           MOVE WS-LIGNE-COMPTEUR TO EDR-ENREGISTREMENT
           PERFORM 8600-ECRIRE-LIGNE-ETAT

           MOVE "REJETS SITE NON AUTORISE (40)" TO ECP-LIBELLE
           MOVE WS-COMPTEUR-REJ-SITE TO ECP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO EDR-ENREGISTREMENT
           PERFORM 8600-ECRIRE-LIGNE-ETAT

           MOVE "POURCENTAGE DE REJETS" TO ECP-LIBELLE
           MOVE WS-POURCENTAGE-REJETS TO ECP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO EDR-ENREGISTREMENT
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    DEPOSE LES COMPTEURS DE L'ETAPE SUR LE GRAND LIVRE DES
      *    TOTAUX DE CONTROLE (ENTREES = LUES, SORTIES = ACCEPTEES
      *    VERS ROSTCLEAN, REJETS = REJETEES VERS ROSTREJ).
       9700-ECRIRE-TOTAUX-CONTROLE.
           OPEN I-O CONTROL-TOTALS
           IF CTLTOT-ABSENT
               OPEN OUTPUT CONTROL-TOTALS
               IF CTLTOT-OK
                   CLOSE CONTROL-TOTALS
                   OPEN I-O CONTROL-TOTALS
               END-IF
           END-IF
           IF NOT CTLTOT-OK
               DISPLAY "ERREUR OUVERTURE CONTROL-TOTALS - STATUT "
                   WS-STATUT-CTLTOT
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CTL-ENREGISTREMENT
               MOVE WS-DATE-AFFAIRES TO CTL-DATE-AFFAIRES
               MOVE WS-NOM-JOB TO CTL-ETAPE
               MOVE WS-COMPTEUR-LUS TO CTL-ENTREES
               MOVE WS-COMPTEUR-ACCEPTES TO CTL-SORTIES
               MOVE WS-COMPTEUR-REJETS TO CTL-REJETS
               MOVE ZERO TO CTL-ECARTES
               MOVE ZERO TO CTL-HASH
               MOVE FUNCTION CURRENT-DATE TO CTL-HORODATAGE
               WRITE CTL-ENREGISTREMENT
                   INVALID KEY
                       REWRITE CTL-ENREGISTREMENT
                       END-REWRITE
               END-WRITE
               IF NOT CTLTOT-OK
                   DISPLAY "ERREUR ECRITURE CONTROL-TOTALS - STATUT "
                       WS-STATUT-CTLTOT
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE CONTROL-TOTALS
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "ROSTEDIT - LUS      : " WS-COMPTEUR-LUS
               DISPLAY "ROSTEDIT - REJETES  : " WS-COMPTEUR-REJETS
           END-IF
           CLOSE OPERATOR-MASTER
           CLOSE OPERATOR-SITE
           CLOSE ROSTER-IN
           CLOSE ROSTER-NETTOYE
           CLOSE ROSTER-REJETS
