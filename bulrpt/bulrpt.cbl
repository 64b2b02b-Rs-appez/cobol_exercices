       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULRPT.
       AUTHOR. Appez.

      ******************************************************************
      *    ETAT DE REMISE DES BULLETINS D'EXPLOITATION : POUR CHAQUE
      *    BULLETIN EN VIGUEUR A LA DATE D'AFFAIRES (AAAAMMJJ EN
      *    PARAMETRE, DATE DU JOUR PAR DEFAUT), LISTE LES OPERATEURS
      *    ACTIFS DU ROSTER DU JOUR VISES PAR LE BULLETIN (SITE DE LA
      *    LIGNE DE ROSTER, QUART DE L'OPERATEUR) ET INDIQUE S'ILS
      *    L'ONT RECU OU NON. UNE REMISE EST UNE ENTREE 9070 DE
      *    USER-ACTIVITY PORTANT L'ID DU BULLETIN, DATEE DANS SA
      *    PERIODE DE VALIDITE ; LA PREMIERE REMISE EST EDITEE.
      *    PRODUIT SUR BULRPRT, PAR BULLETIN, LE DETAIL DES OPERATEURS
      *    ET LES TOTAUX CONCERNES / REMIS / NON REMIS.
      *    CODE RETOUR 4 SI UN OPERATEUR VISE N'A PAS RECU UN BULLETIN.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULLETIN-FILE ASSIGN TO "BULLETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BULLETIN.

           SELECT ROSTER-IN ASSIGN TO "ROSTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ROSTER.

           SELECT USER-ACTIVITY ASSIGN TO "USERACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-USERACT.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT BULLETIN-REPORT ASSIGN TO "BULRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BULRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  BULLETIN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY "bulletin.cpy".

       FD  ROSTER-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY "rosterin.cpy".

       FD  USER-ACTIVITY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  BULLETIN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "bulrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-BULLETIN         PIC X(2).
           88  BULLETIN-OK            VALUE "00".
           88  BULLETIN-FIN           VALUE "10".
           88  BULLETIN-ABSENT        VALUE "35".

       01  WS-STATUT-ROSTER           PIC X(2).
           88  ROSTER-OK              VALUE "00".
           88  ROSTER-FIN             VALUE "10".

       01  WS-STATUT-USERACT          PIC X(2).
           88  USERACT-OK             VALUE "00".
           88  USERACT-FIN            VALUE "10".

       01  WS-STATUT-OPERMAST         PIC X(2).
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-BULRPRT          PIC X(2).
           88  BULRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-BULLETIN PIC X(1) VALUE "N".
               88  FIN-FICHIER-BULLETIN VALUE "O".
           05  WS-FIN-FICHIER-ROSTER  PIC X(1) VALUE "N".
               88  FIN-FICHIER-ROSTER VALUE "O".
           05  WS-FIN-FICHIER-USERACT PIC X(1) VALUE "N".
               88  FIN-FICHIER-USERACT VALUE "O".
           05  WS-IND-BULLETIN-OUVERT PIC X(1) VALUE "N".
               88  BULLETIN-OUVERT    VALUE "O".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE               PIC X(8)  VALUE SPACES.
       01  WS-DATE-AFFAIRES           PIC X(8).

      *    BULLETINS EN VIGUEUR A LA DATE D'AFFAIRES, AVEC LEURS
      *    COMPTEURS DE REMISE.
       01  WS-TABLE-BULLETINS.
           05  WS-NB-BULLETINS        PIC 9(2)  VALUE ZERO.
           05  WS-BUL-ENTREE OCCURS 50 TIMES.
               10  WS-BUL-ID          PIC X(6).
               10  WS-BUL-DATE-DEBUT  PIC X(8).
               10  WS-BUL-DATE-FIN    PIC X(8).
               10  WS-BUL-SITE        PIC X(3).
               10  WS-BUL-QUART       PIC X(1).
               10  WS-BUL-TITRE       PIC X(40).
               10  WS-BUL-CONCERNES   PIC 9(8).
               10  WS-BUL-REMIS       PIC 9(8).
               10  WS-BUL-NON-REMIS   PIC 9(8).
       01  WS-BUL-IDX                 PIC 9(2).

      *    PREMIERE REMISE (CODE 9070) DE CHAQUE BULLETIN RETENU A
      *    CHAQUE OPERATEUR, RELEVEE DANS USER-ACTIVITY.
       01  WS-TABLE-REMISES.
           05  WS-NB-REMISES          PIC 9(5)  VALUE ZERO.
           05  WS-REM-ENTREE OCCURS 20000 TIMES.
               10  WS-REM-BUL-IDX     PIC 9(2).
               10  WS-REM-ID          PIC X(5).
               10  WS-REM-HORODATAGE  PIC X(14).
       01  WS-REM-IDX                 PIC 9(5).
       01  WS-REM-IDX-TROUVE          PIC 9(5).

      *    OPERATEURS DU ROSTER DU JOUR, COMPLETES PAR OPERATOR-MASTER
      *    (NOM, QUART ET STATUT).
       01  WS-TABLE-ROSTER.
           05  WS-NB-ROSTER           PIC 9(5)  VALUE ZERO.
           05  WS-ROS-ENTREE OCCURS 10000 TIMES.
               10  WS-ROS-ID          PIC X(5).
               10  WS-ROS-SITE        PIC X(3).
               10  WS-ROS-NOM         PIC X(20).
               10  WS-ROS-QUART       PIC X(1).
       01  WS-ROS-IDX                 PIC 9(5).

       01  WS-COMPTEUR-BULLETINS-LUS  PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ROSTER-LUS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-ACTIFS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-INCONNUS       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-UAC-LUS        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REMISES        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REMIS          PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-REMIS      PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(34)
               VALUE "REMISE DES BULLETINS - BULRPT    ".
           05  FILLER                 PIC X(10) VALUE "     DATE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  BEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  BEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(14) VALUE "  DATE AFF.   ".
           05  BEN-DATE-AFFAIRES      PIC X(8).
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-LIGNE-BULLETIN.
           05  FILLER                 PIC X(10) VALUE "BULLETIN  ".
           05  BBU-ID-BULLETIN        PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BBU-TITRE              PIC X(40).
           05  FILLER                 PIC X(4)  VALUE "  DU".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  BBU-DATE-DEBUT         PIC X(8).
           05  FILLER                 PIC X(4)  VALUE " AU ".
           05  BBU-DATE-FIN           PIC X(8).
           05  FILLER                 PIC X(7)  VALUE "  SITE ".
           05  BBU-SITE               PIC X(5).
           05  FILLER                 PIC X(8)  VALUE "  QUART ".
           05  BBU-QUART              PIC X(5).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BDT-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BDT-NOM-OPERATEUR      PIC X(20).
           05  FILLER                 PIC X(7)  VALUE "  SITE ".
           05  BDT-CODE-SITE          PIC X(3).
           05  FILLER                 PIC X(8)  VALUE "  QUART ".
           05  BDT-CODE-QUART         PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BDT-VERDICT            PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BDT-HORODATAGE         PIC X(14).
           05  FILLER                 PIC X(56) VALUE SPACES.

       01  WS-LIGNE-TOTAL-BULLETIN.
           05  FILLER                 PIC X(14)
               VALUE "  CONCERNES : ".
           05  BTB-CONCERNES          PIC ZZZZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  REMIS :   ".
           05  BTB-REMIS              PIC ZZZZZZZ9.
           05  FILLER                 PIC X(14)
               VALUE "  NON REMIS : ".
           05  BTB-NON-REMIS          PIC ZZZZZZZ9.
           05  FILLER                 PIC X(68) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  BCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM 1500-CHARGER-BULLETINS
               PERFORM 1600-CHARGER-REMISES
               PERFORM 1700-CHARGER-ROSTER
               PERFORM VARYING WS-BUL-IDX FROM 1 BY 1
                       UNTIL WS-BUL-IDX > WS-NB-BULLETINS
                   PERFORM 2000-TRAITER-BULLETIN
               END-PERFORM
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES

      *    SANS FICHIER DES BULLETINS IL N'Y A RIEN A CONTROLER :
      *    L'ETAT EST PRODUIT AVEC DES COMPTEURS A ZERO.
           OPEN INPUT BULLETIN-FILE
           IF BULLETIN-ABSENT
               DISPLAY "FICHIER DES BULLETINS ABSENT - AUCUN "
                   "BULLETIN A CONTROLER"
               SET FIN-FICHIER-BULLETIN TO TRUE
           ELSE
               IF NOT BULLETIN-OK
                   DISPLAY "ERREUR OUVERTURE BULLETIN-FILE - STATUT "
                       WS-STATUT-BULLETIN
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET BULLETIN-OUVERT TO TRUE
               END-IF
           END-IF

           OPEN INPUT OPERATOR-MASTER
           IF NOT OPERMAST-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-MASTER - STATUT "
                   WS-STATUT-OPERMAST
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT ROSTER-IN
           IF NOT ROSTER-OK
               DISPLAY "ERREUR OUVERTURE ROSTER-IN - STATUT "
                   WS-STATUT-ROSTER
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT USER-ACTIVITY
           IF NOT USERACT-OK
               DISPLAY "ERREUR OUVERTURE USER-ACTIVITY - STATUT "
                   WS-STATUT-USERACT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT BULLETIN-REPORT
           IF NOT BULRPRT-OK
               DISPLAY "ERREUR OUVERTURE BULLETIN-REPORT - STATUT "
                   WS-STATUT-BULRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO BEN-DATE
           MOVE WS-DHS-HEURE TO BEN-HEURE
           MOVE WS-DATE-AFFAIRES TO BEN-DATE-AFFAIRES
           MOVE WS-LIGNE-ENTETE TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       1300-LIRE-PARAMETRES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO WS-DATE-AFFAIRES
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-DATE
               IF WS-PARM-DATE IS NUMERIC
                   MOVE WS-PARM-DATE TO WS-DATE-AFFAIRES
               END-IF
           END-IF.

      *    SEULS LES ENTETES DE BULLETIN SONT UTILES ICI ; LES LIGNES
      *    DE TEXTE SONT IGNOREES.
       1500-CHARGER-BULLETINS.
           PERFORM UNTIL FIN-FICHIER-BULLETIN
               READ BULLETIN-FILE
                   AT END
                       SET FIN-FICHIER-BULLETIN TO TRUE
                   NOT AT END
                       IF BUL-TYPE-ENTETE
                           ADD 1 TO WS-COMPTEUR-BULLETINS-LUS
                           IF BUL-DATE-DEBUT NOT > WS-DATE-AFFAIRES
                               AND BUL-DATE-FIN NOT < WS-DATE-AFFAIRES
                               PERFORM 1510-RETENIR-BULLETIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1510-RETENIR-BULLETIN.
           IF WS-NB-BULLETINS < 50
               ADD 1 TO WS-NB-BULLETINS
               MOVE BUL-ID-BULLETIN TO WS-BUL-ID(WS-NB-BULLETINS)
               MOVE BUL-DATE-DEBUT TO WS-BUL-DATE-DEBUT(WS-NB-BULLETINS)
               MOVE BUL-DATE-FIN TO WS-BUL-DATE-FIN(WS-NB-BULLETINS)
               MOVE BUL-CODE-SITE TO WS-BUL-SITE(WS-NB-BULLETINS)
               MOVE BUL-CODE-QUART TO WS-BUL-QUART(WS-NB-BULLETINS)
               MOVE BUL-TITRE TO WS-BUL-TITRE(WS-NB-BULLETINS)
               MOVE ZERO TO WS-BUL-CONCERNES(WS-NB-BULLETINS)
               MOVE ZERO TO WS-BUL-REMIS(WS-NB-BULLETINS)
               MOVE ZERO TO WS-BUL-NON-REMIS(WS-NB-BULLETINS)
           ELSE
               DISPLAY "TABLE DES BULLETINS SATUREE - BULLETIN "
                   BUL-ID-BULLETIN " NON CONTROLE"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    UNE REMISE N'EST PRISE EN COMPTE QUE SI ELLE EST DATEE DANS
      *    LA PERIODE DE VALIDITE DU BULLETIN.
       1600-CHARGER-REMISES.
           PERFORM UNTIL FIN-FICHIER-USERACT
               READ USER-ACTIVITY
                   AT END
                       SET FIN-FICHIER-USERACT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-UAC-LUS
                       IF UAC-CODE-RETOUR = 9070
                           PERFORM 1605-RAPPROCHER-REMISE
                       END-IF
               END-READ
           END-PERFORM.

       1605-RAPPROCHER-REMISE.
           PERFORM VARYING WS-BUL-IDX FROM 1 BY 1
                   UNTIL WS-BUL-IDX > WS-NB-BULLETINS
               IF UAC-REFERENCE(1:6) = WS-BUL-ID(WS-BUL-IDX)
                   AND UAC-HORODATAGE(1:8)
                       NOT < WS-BUL-DATE-DEBUT(WS-BUL-IDX)
                   AND UAC-HORODATAGE(1:8)
                       NOT > WS-BUL-DATE-FIN(WS-BUL-IDX)
                   PERFORM 1610-RETENIR-REMISE
               END-IF
           END-PERFORM.

       1610-RETENIR-REMISE.
           ADD 1 TO WS-COMPTEUR-REMISES
           MOVE ZERO TO WS-REM-IDX-TROUVE
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-NB-REMISES
                   OR WS-REM-IDX-TROUVE > ZERO
               IF WS-REM-BUL-IDX(WS-REM-IDX) = WS-BUL-IDX
                   AND WS-REM-ID(WS-REM-IDX) = UAC-ID-OPERATEUR
                   MOVE WS-REM-IDX TO WS-REM-IDX-TROUVE
               END-IF
           END-PERFORM
           IF WS-REM-IDX-TROUVE > ZERO
               IF UAC-HORODATAGE(1:14) <
                       WS-REM-HORODATAGE(WS-REM-IDX-TROUVE)
                   MOVE UAC-HORODATAGE(1:14)
                       TO WS-REM-HORODATAGE(WS-REM-IDX-TROUVE)
               END-IF
           ELSE
               IF WS-NB-REMISES < 20000
                   ADD 1 TO WS-NB-REMISES
                   MOVE WS-BUL-IDX TO WS-REM-BUL-IDX(WS-NB-REMISES)
                   MOVE UAC-ID-OPERATEUR TO WS-REM-ID(WS-NB-REMISES)
                   MOVE UAC-HORODATAGE(1:14)
                       TO WS-REM-HORODATAGE(WS-NB-REMISES)
               ELSE
                   DISPLAY "TABLE DES REMISES SATUREE - REMISES NON"
                       " RETENUES AU-DELA DE 20000"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    SEULS LES OPERATEURS ACTIFS AU MASTER SONT ATTENDUS A
      *    L'ACCUEIL ET DONC A LA REMISE DES BULLETINS.
       1700-CHARGER-ROSTER.
           PERFORM UNTIL FIN-FICHIER-ROSTER
               READ ROSTER-IN
                   AT END
                       SET FIN-FICHIER-ROSTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-ROSTER-LUS
                       PERFORM 1710-RETENIR-OPERATEUR
               END-READ
           END-PERFORM.

       1710-RETENIR-OPERATEUR.
           MOVE ROS-ID-OPERATEUR TO OPM-ID-OPERATEUR
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "23" TO WS-STATUT-OPERMAST
           END-READ
           EVALUATE TRUE
               WHEN NOT OPERMAST-OK
                   ADD 1 TO WS-COMPTEUR-INCONNUS
               WHEN NOT OPM-ACTIF
                   ADD 1 TO WS-COMPTEUR-NON-ACTIFS
               WHEN WS-NB-ROSTER < 10000
                   ADD 1 TO WS-NB-ROSTER
                   MOVE ROS-ID-OPERATEUR TO WS-ROS-ID(WS-NB-ROSTER)
                   MOVE ROS-CODE-SITE TO WS-ROS-SITE(WS-NB-ROSTER)
                   MOVE OPM-NOM-OPERATEUR TO WS-ROS-NOM(WS-NB-ROSTER)
                   MOVE OPM-CODE-QUART TO WS-ROS-QUART(WS-NB-ROSTER)
               WHEN OTHER
                   DISPLAY "TABLE DU ROSTER SATUREE - OPERATEUR "
                       ROS-ID-OPERATEUR " NON CONTROLE"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       2000-TRAITER-BULLETIN.
           MOVE WS-BUL-ID(WS-BUL-IDX) TO BBU-ID-BULLETIN
           MOVE WS-BUL-TITRE(WS-BUL-IDX) TO BBU-TITRE
           MOVE WS-BUL-DATE-DEBUT(WS-BUL-IDX) TO BBU-DATE-DEBUT
           MOVE WS-BUL-DATE-FIN(WS-BUL-IDX) TO BBU-DATE-FIN
           IF WS-BUL-SITE(WS-BUL-IDX) = SPACES
               MOVE "TOUS" TO BBU-SITE
           ELSE
               MOVE WS-BUL-SITE(WS-BUL-IDX) TO BBU-SITE
           END-IF
           IF WS-BUL-QUART(WS-BUL-IDX) = SPACES
               MOVE "TOUS" TO BBU-QUART
           ELSE
               MOVE WS-BUL-QUART(WS-BUL-IDX) TO BBU-QUART
           END-IF
           MOVE WS-LIGNE-BULLETIN TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
                   UNTIL WS-ROS-IDX > WS-NB-ROSTER
               IF (WS-BUL-SITE(WS-BUL-IDX) = SPACES
                   OR WS-BUL-SITE(WS-BUL-IDX) = WS-ROS-SITE(WS-ROS-IDX))
                   AND (WS-BUL-QUART(WS-BUL-IDX) = SPACES
                   OR WS-BUL-QUART(WS-BUL-IDX)
                       = WS-ROS-QUART(WS-ROS-IDX))
                   PERFORM 2100-CONTROLER-REMISE
               END-IF
           END-PERFORM

           MOVE WS-BUL-CONCERNES(WS-BUL-IDX) TO BTB-CONCERNES
           MOVE WS-BUL-REMIS(WS-BUL-IDX) TO BTB-REMIS
           MOVE WS-BUL-NON-REMIS(WS-BUL-IDX) TO BTB-NON-REMIS
           MOVE WS-LIGNE-TOTAL-BULLETIN TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       2100-CONTROLER-REMISE.
           ADD 1 TO WS-BUL-CONCERNES(WS-BUL-IDX)
           MOVE ZERO TO WS-REM-IDX-TROUVE
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-NB-REMISES
                   OR WS-REM-IDX-TROUVE > ZERO
               IF WS-REM-BUL-IDX(WS-REM-IDX) = WS-BUL-IDX
                   AND WS-REM-ID(WS-REM-IDX) = WS-ROS-ID(WS-ROS-IDX)
                   MOVE WS-REM-IDX TO WS-REM-IDX-TROUVE
               END-IF
           END-PERFORM
           MOVE WS-ROS-ID(WS-ROS-IDX) TO BDT-ID-OPERATEUR
           MOVE WS-ROS-NOM(WS-ROS-IDX) TO BDT-NOM-OPERATEUR
           MOVE WS-ROS-SITE(WS-ROS-IDX) TO BDT-CODE-SITE
           MOVE WS-ROS-QUART(WS-ROS-IDX) TO BDT-CODE-QUART
           IF WS-REM-IDX-TROUVE > ZERO
               ADD 1 TO WS-BUL-REMIS(WS-BUL-IDX)
               ADD 1 TO WS-COMPTEUR-REMIS
               MOVE "REMIS" TO BDT-VERDICT
               MOVE WS-REM-HORODATAGE(WS-REM-IDX-TROUVE)
                   TO BDT-HORODATAGE
           ELSE
               ADD 1 TO WS-BUL-NON-REMIS(WS-BUL-IDX)
               ADD 1 TO WS-COMPTEUR-NON-REMIS
               MOVE "NON REMIS" TO BDT-VERDICT
               MOVE SPACES TO BDT-HORODATAGE
           END-IF
           MOVE WS-LIGNE-DETAIL TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8000-ECRIRE-COMPTEURS.
           MOVE "BULLETINS LUS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-BULLETINS-LUS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "BULLETINS EN VIGUEUR" TO BCP-LIBELLE
           MOVE WS-NB-BULLETINS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "LIGNES LUES ROSTER-IN" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-ROSTER-LUS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "OPERATEURS NON ACTIFS AU ROSTER" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-NON-ACTIFS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "OPERATEURS INCONNUS AU MASTER" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-INCONNUS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "ENREGISTREMENTS LUS USER-ACTIVITY" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-UAC-LUS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "REMISES 9070 DANS LA PERIODE" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-REMISES TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "OPERATEURS X BULLETINS REMIS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-REMIS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "OPERATEURS X BULLETINS NON REMIS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-NON-REMIS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO BRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           IF WS-COMPTEUR-NON-REMIS > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE BRP-ENREGISTREMENT
           IF NOT BULRPRT-OK
               DISPLAY "ERREUR ECRITURE BULLETIN-REPORT - STATUT "
                   WS-STATUT-BULRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "BULRPT - BULLETINS EN VIGUEUR : "
                   WS-NB-BULLETINS
               DISPLAY "BULRPT - REMIS                : "
                   WS-COMPTEUR-REMIS
               DISPLAY "BULRPT - NON REMIS            : "
                   WS-COMPTEUR-NON-REMIS
           END-IF
           IF BULLETIN-OUVERT
               CLOSE BULLETIN-FILE
           END-IF
           CLOSE OPERATOR-MASTER
           CLOSE ROSTER-IN
           CLOSE USER-ACTIVITY
           CLOSE BULLETIN-REPORT.
