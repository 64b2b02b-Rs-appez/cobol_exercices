       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTGEN.
       AUTHOR. Appez.

      ******************************************************************
      *    GENERATION DU ROSTER ATTENDU D'UNE DATE D'AFFAIRES
      *    (PARAMETRE AAAAMMJJ, DATE DU JOUR PAR DEFAUT) A PARTIR DES
      *    CYCLES DE ROULEMENT DES OPERATEURS (SHFTPAT), ET
      *    RAPPROCHEMENT AVEC LE ROSTER CONSOLIDE DES SITES PRODUIT
      *    PAR ROSMERGE (ROSTERIN).
      *    NE SONT PAS PLANIFIES : TOUS LES OPERATEURS UN JOUR NON
      *    OUVRE AU CALENDRIER (HOLCAL), LES OPERATEURS INCONNUS OU
      *    NON ACTIFS DANS OPERATOR-MASTER, CEUX QUI ONT UNE
      *    DEROGATION DE QUART APPROUVEE POUR LA DATE (SWAPOVR) ET
      *    CEUX DONT C'EST UN JOUR DE REPOS DU CYCLE.
      *    LE ROSTER ATTENDU EST ECRIT AU FORMAT ROSTER-IN SUR
      *    ROSTPLAN (SITE DE RATTACHEMENT ET DEBUT DE QUART
      *    PLANIFIE), POUR ETRE TRANSMIS AUX SITES COMME BASE DE
      *    LEUR ROSTER. L'ETAT ROSGRPRT LISTE :
      *      - LES OPERATEURS PLANIFIES NON SOUMIS PAR LES SITES ;
      *      - LES OPERATEURS SOUMIS NON PLANIFIES (SAUF SUR
      *        DEROGATION APPROUVEE, SEULEMENT COMPTES) ;
      *      - LES OPERATEURS SOUMIS SUR UN AUTRE SITE OU AVEC UN
      *        AUTRE DEBUT DE QUART QUE PLANIFIE ;
      *      - LES SOUMISSIONS EN DOUBLE ET LES CYCLES INVALIDES.
      *    SANS ROSTERIN, SEUL LE ROSTER ATTENDU EST PRODUIT.
      *    CODE RETOUR 4 DES QU'UN ECART EST RELEVE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-PATTERNS ASSIGN TO "SHFTPAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SHFTPAT.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HOLCAL.

           SELECT SHIFT-OVERRIDES ASSIGN TO "SWAPOVR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SWAPOVR.

           SELECT ROSTER-IN ASSIGN TO "ROSTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ROSTER.

           SELECT ROSTER-PLAN ASSIGN TO "ROSTPLAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ROSTPLAN.

           SELECT ROSTGEN-REPORT ASSIGN TO "ROSGRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ROSGRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  SHIFT-PATTERNS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "shftpat.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  HOLIDAY-CALENDAR
           RECORD CONTAINS 80 CHARACTERS.
           COPY "holcal.cpy".

       FD  SHIFT-OVERRIDES
           RECORD CONTAINS 80 CHARACTERS.
           COPY "swapovr.cpy".

       FD  ROSTER-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY "rosterin.cpy".

       FD  ROSTER-PLAN
           RECORD CONTAINS 80 CHARACTERS.
           COPY "rosterin.cpy" REPLACING LEADING ==ROS== BY ==RPL==.

       FD  ROSTGEN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "rosgrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SHFTPAT          PIC X(2).
           88  SHFTPAT-OK             VALUE "00".
           88  SHFTPAT-FIN            VALUE "10".

       01  WS-STATUT-OPERMAST         PIC X(2).
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-HOLCAL           PIC X(2).
           88  HOLCAL-OK              VALUE "00".
           88  HOLCAL-ABSENT          VALUE "35".

       01  WS-STATUT-SWAPOVR          PIC X(2).
           88  SWAPOVR-OK             VALUE "00".
           88  SWAPOVR-ABSENT         VALUE "35".

       01  WS-STATUT-ROSTER           PIC X(2).
           88  ROSTER-OK              VALUE "00".
           88  ROSTER-ABSENT          VALUE "35".

       01  WS-STATUT-ROSTPLAN         PIC X(2).
           88  ROSTPLAN-OK            VALUE "00".

       01  WS-STATUT-ROSGRPRT         PIC X(2).
           88  ROSGRPRT-OK            VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-SHFTPAT PIC X(1) VALUE "N".
               88  FIN-FICHIER-SHFTPAT VALUE "O".
           05  WS-FIN-FICHIER-HOLCAL  PIC X(1) VALUE "N".
               88  FIN-FICHIER-HOLCAL VALUE "O".
           05  WS-FIN-FICHIER-SWAPOVR PIC X(1) VALUE "N".
               88  FIN-FICHIER-SWAPOVR VALUE "O".
           05  WS-FIN-FICHIER-ROSTER  PIC X(1) VALUE "N".
               88  FIN-FICHIER-ROSTER VALUE "O".
           05  WS-IND-JOUR-FERIE      PIC X(1) VALUE "N".
               88  JOUR-FERIE         VALUE "O".
           05  WS-IND-ROSTER-OUVERT   PIC X(1) VALUE "N".
               88  ROSTER-OUVERT      VALUE "O".
           05  WS-IND-MOTIF           PIC X(1) VALUE "O".
               88  MOTIF-VALIDE       VALUE "O".
               88  MOTIF-INVALIDE     VALUE "N".
           05  WS-IND-CYCLE-DOUBLE    PIC X(1) VALUE "N".
               88  CYCLE-EN-DOUBLE    VALUE "O".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.
       01  WS-DATE-NUMERIQUE          PIC 9(8).
       01  WS-JOUR-AFFAIRES           PIC S9(9) COMP.
       01  WS-JOUR-ANCRE              PIC S9(9) COMP.
       01  WS-RANG-CYCLE              PIC 9(2).
       01  WS-CODE-JOUR               PIC X(1).
       01  WS-HEURE-DEBUT             PIC X(6).
       01  WS-HOR-IDX                 PIC 9(1).
       01  WS-MOTIF-INVALIDE          PIC X(28).
       01  WS-ID-RECHERCHE            PIC X(5).

      *    DEROGATIONS DE QUART APPROUVEES POUR LA DATE D'AFFAIRES.
       01  WS-TABLE-DEROGATIONS.
           05  WS-NB-DEROGATIONS      PIC 9(3)  VALUE ZERO.
           05  WS-DER-ID OCCURS 500 TIMES
                                      PIC X(5).
       01  WS-DER-IDX                 PIC 9(3).
       01  WS-DER-IDX-TROUVE          PIC 9(3).

      *    ROSTER ATTENDU DE LA DATE, RAPPROCHE ENSUITE DU ROSTER
      *    CONSOLIDE DES SITES.
       01  WS-TABLE-PLAN.
           05  WS-NB-PLAN             PIC 9(5)  VALUE ZERO.
           05  WS-PLAN-ENTREE OCCURS 5000 TIMES.
               10  WS-PLN-ID          PIC X(5).
               10  WS-PLN-SITE        PIC X(3).
               10  WS-PLN-QUART       PIC X(1).
               10  WS-PLN-DEBUT       PIC X(14).
               10  WS-PLN-SOUMIS      PIC X(1).
       01  WS-PLN-IDX                 PIC 9(5).
       01  WS-PLN-IDX-TROUVE          PIC 9(5).

      *    OPERATEURS DONT UN CYCLE A DEJA ETE LU, POUR ECARTER UN
      *    SECOND CYCLE QUEL QUE SOIT LE JOUR DU CYCLE A LA DATE.
       01  WS-TABLE-CYCLES.
           05  WS-NB-CYCLES           PIC 9(5)  VALUE ZERO.
           05  WS-CYC-ID OCCURS 5000 TIMES
                                      PIC X(5).
       01  WS-CYC-IDX                 PIC 9(5).

       01  WS-COMPTEUR-MOTIFS         PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-INVALIDES      PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-INCONNUS       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-ACTIFS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DEROGATIONS    PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REPOS          PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-PLANIFIES      PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SOUMIS         PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-CONFORMES      PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-SOUMIS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-PLANIFIES  PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ECARTS-PLAN    PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DOUBLES        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SOUMIS-DEROG   PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ECARTS         PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(44)
               VALUE "ROSTER ATTENDU / ROSTERS DES SITES - ROSTGEN".
           05  FILLER                 PIC X(18)
               VALUE "  DATE D'AFFAIRES ".
           05  REN-DATE-AFFAIRES      PIC X(8).
           05  FILLER                 PIC X(11) VALUE "  EDITE LE ".
           05  REN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  REN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  RTI-TEXTE              PIC X(132).

       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "ID".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(28) VALUE "ECART".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "SITE PLAN".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "DEBUT PLANIFIE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "SITE SOUMIS".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "DEBUT SOUMIS".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "QUART".
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LIGNE-ECART.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-LIBELLE            PIC X(28).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-SITE-PLAN          PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-DEBUT-PLAN         PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-SITE-SOUMIS        PIC X(11).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-DEBUT-SOUMIS       PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REC-QUART              PIC X(5).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  RCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM 1500-CONTROLER-JOUR-FERIE
               PERFORM 1700-CHARGER-DEROGATIONS
               IF JOUR-FERIE
                   MOVE "DATE NON OUVREE AU CALENDRIER - AUCUN "
                       TO RTI-TEXTE
                   MOVE "OPERATEUR PLANIFIE" TO RTI-TEXTE(40:18)
                   MOVE WS-LIGNE-TITRE TO RGR-ENREGISTREMENT
                   PERFORM 8900-ECRIRE-LIGNE-ETAT
               ELSE
                   PERFORM UNTIL FIN-FICHIER-SHFTPAT
                       PERFORM 2000-TRAITER-MOTIF
                   END-PERFORM
               END-IF
               IF ROSTER-OUVERT
                   PERFORM UNTIL FIN-FICHIER-ROSTER
                       PERFORM 3000-RAPPROCHER-SOUMIS
                   END-PERFORM
                   PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                           UNTIL WS-PLN-IDX > WS-NB-PLAN
                       IF WS-PLN-SOUMIS(WS-PLN-IDX) NOT = "O"
                           PERFORM 4000-SIGNALER-NON-SOUMIS
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES
           IF OUVERTURE-REUSSIE
               PERFORM 1200-OUVRIR-FICHIERS
           END-IF.

       1200-OUVRIR-FICHIERS.
           OPEN INPUT SHIFT-PATTERNS
           IF NOT SHFTPAT-OK
               DISPLAY "ERREUR OUVERTURE SHIFT-PATTERNS - STATUT "
                   WS-STATUT-SHFTPAT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT OPERATOR-MASTER
           IF NOT OPERMAST-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-MASTER - STATUT "
                   WS-STATUT-OPERMAST
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

      *    SANS ROSTER CONSOLIDE (PLANIFICATION AVANT SOUMISSION DES
      *    SITES), SEUL LE ROSTER ATTENDU EST PRODUIT.
           OPEN INPUT ROSTER-IN
           IF ROSTER-ABSENT
               DISPLAY "ROSTER CONSOLIDE DES SITES ABSENT - "
                   "RAPPROCHEMENT NON EFFECTUE"
           ELSE
               IF NOT ROSTER-OK
                   DISPLAY "ERREUR OUVERTURE ROSTER-IN - STATUT "
                       WS-STATUT-ROSTER
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET ROSTER-OUVERT TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT ROSTER-PLAN
           IF NOT ROSTPLAN-OK
               DISPLAY "ERREUR OUVERTURE ROSTER-PLAN - STATUT "
                   WS-STATUT-ROSTPLAN
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT ROSTGEN-REPORT
           IF NOT ROSGRPRT-OK
               DISPLAY "ERREUR OUVERTURE ROSTGEN-REPORT - STATUT "
                   WS-STATUT-ROSGRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               READ SHIFT-PATTERNS
                   AT END
                       SET FIN-FICHIER-SHFTPAT TO TRUE
               END-READ
               IF ROSTER-OUVERT
                   READ ROSTER-IN
                       AT END
                           SET FIN-FICHIER-ROSTER TO TRUE
                   END-READ
               END-IF
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DATE-AFFAIRES TO REN-DATE-AFFAIRES
           MOVE WS-DHS-DATE TO REN-DATE
           MOVE WS-DHS-HEURE TO REN-HEURE
           MOVE WS-LIGNE-ENTETE TO RGR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-COLONNES TO RGR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    UNE DATE QUI N'EXISTE PAS AU CALENDRIER ARRETE LE TRAITEMENT
      *    EN CODE RETOUR 16, AVANT TOUTE OUVERTURE DE FICHIER.
       1300-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-DATE-AFFAIRES
           END-IF
           IF WS-PARM-DATE-AFFAIRES NOT = SPACES
               AND WS-PARM-DATE-AFFAIRES IS NUMERIC
               MOVE WS-PARM-DATE-AFFAIRES TO WS-DATE-AFFAIRES
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE WS-DHS-DATE TO WS-DATE-AFFAIRES
           END-IF
           MOVE WS-DATE-AFFAIRES TO WS-DATE-NUMERIQUE
           COMPUTE WS-JOUR-AFFAIRES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIQUE)
           IF WS-JOUR-AFFAIRES = ZERO
               DISPLAY "ROSTGEN - DATE D'AFFAIRES INVALIDE : "
                   WS-DATE-AFFAIRES
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1500-CONTROLER-JOUR-FERIE.
           OPEN INPUT HOLIDAY-CALENDAR
           IF HOLCAL-ABSENT
               DISPLAY "CALENDRIER DES JOURS FERIES ABSENT - "
                   "CONTROLE NON EFFECTUE"
           ELSE
               IF NOT HOLCAL-OK
                   DISPLAY "ERREUR OUVERTURE HOLIDAY-CALENDAR - "
                       "STATUT " WS-STATUT-HOLCAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-FICHIER-HOLCAL
                       READ HOLIDAY-CALENDAR
                           AT END
                               SET FIN-FICHIER-HOLCAL TO TRUE
                           NOT AT END
                               IF HOL-DATE = WS-DATE-AFFAIRES
                                   SET JOUR-FERIE TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-CALENDAR
               END-IF
           END-IF
           IF JOUR-FERIE
               DISPLAY "DATE D'AFFAIRES " WS-DATE-AFFAIRES
                   " NON OUVREE AU CALENDRIER - AUCUN OPERATEUR"
                   " PLANIFIE"
           END-IF.

      *    TOUTE DEROGATION APPROUVEE POUR LA DATE, QUEL QUE SOIT LE
      *    QUART AUTORISE, SORT L'OPERATEUR DU ROULEMENT CE JOUR-LA.
       1700-CHARGER-DEROGATIONS.
           OPEN INPUT SHIFT-OVERRIDES
           IF SWAPOVR-ABSENT
               DISPLAY "FICHIER DES DEROGATIONS ABSENT - AUCUNE "
                   "DEROGATION DE QUART RETENUE"
           ELSE
               IF NOT SWAPOVR-OK
                   DISPLAY "ERREUR OUVERTURE SHIFT-OVERRIDES - "
                       "STATUT " WS-STATUT-SWAPOVR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-FICHIER-SWAPOVR
                       READ SHIFT-OVERRIDES
                           AT END
                               SET FIN-FICHIER-SWAPOVR TO TRUE
                           NOT AT END
                               IF SWP-DATE-AFFAIRES = WS-DATE-AFFAIRES
                                   PERFORM 1750-RETENIR-DEROGATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SHIFT-OVERRIDES
               END-IF
           END-IF.

       1750-RETENIR-DEROGATION.
           IF WS-NB-DEROGATIONS < 500
               ADD 1 TO WS-NB-DEROGATIONS
               MOVE SWP-ID-OPERATEUR
                   TO WS-DER-ID(WS-NB-DEROGATIONS)
           ELSE
               DISPLAY "TABLE DES DEROGATIONS SATUREE - DEROGATIONS"
                   " NON RETENUES AU-DELA DE 500"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    UN CYCLE : ECARTE S'IL DOUBLE UN CYCLE DEJA LU, CONTROLE,
      *    PUIS OPERATEUR ACTIF, SANS DEROGATION ET EN JOUR TRAVAILLE
      *    DU CYCLE POUR ETRE PLANIFIE.
       2000-TRAITER-MOTIF.
           ADD 1 TO WS-COMPTEUR-MOTIFS
           PERFORM 2050-CONTROLER-DOUBLE
           IF CYCLE-EN-DOUBLE
               ADD 1 TO WS-COMPTEUR-INVALIDES
               MOVE SPACES TO WS-LIGNE-ECART
               MOVE SHP-ID-OPERATEUR TO REC-ID-OPERATEUR
               MOVE "CYCLE EN DOUBLE - IGNORE" TO REC-LIBELLE
               MOVE SHP-CODE-SITE TO REC-SITE-PLAN
               PERFORM 7000-ECRIRE-ECART
           ELSE
               PERFORM 2100-CONTROLER-MOTIF
               IF MOTIF-INVALIDE
                   ADD 1 TO WS-COMPTEUR-INVALIDES
                   MOVE SPACES TO WS-LIGNE-ECART
                   MOVE SHP-ID-OPERATEUR TO REC-ID-OPERATEUR
                   MOVE WS-MOTIF-INVALIDE TO REC-LIBELLE
                   MOVE SHP-CODE-SITE TO REC-SITE-PLAN
                   PERFORM 7000-ECRIRE-ECART
               ELSE
                   MOVE SHP-ID-OPERATEUR TO OPM-ID-OPERATEUR
                   READ OPERATOR-MASTER
                       INVALID KEY
                           MOVE "23" TO WS-STATUT-OPERMAST
                   END-READ
                   MOVE SHP-ID-OPERATEUR TO WS-ID-RECHERCHE
                   PERFORM 2400-RECHERCHER-DEROGATION
                   EVALUATE TRUE
                       WHEN NOT OPERMAST-OK
                           ADD 1 TO WS-COMPTEUR-INCONNUS
                       WHEN NOT OPM-ACTIF
                           ADD 1 TO WS-COMPTEUR-NON-ACTIFS
                       WHEN WS-DER-IDX-TROUVE > ZERO
                           ADD 1 TO WS-COMPTEUR-DEROGATIONS
                       WHEN WS-CODE-JOUR = "-" OR WS-CODE-JOUR = SPACE
                           ADD 1 TO WS-COMPTEUR-REPOS
                       WHEN OTHER
                           PERFORM 2500-PLANIFIER-OPERATEUR
                   END-EVALUATE
               END-IF
           END-IF

           READ SHIFT-PATTERNS
               AT END
                   SET FIN-FICHIER-SHFTPAT TO TRUE
           END-READ.

       2050-CONTROLER-DOUBLE.
           MOVE "N" TO WS-IND-CYCLE-DOUBLE
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-NB-CYCLES
                   OR CYCLE-EN-DOUBLE
               IF WS-CYC-ID(WS-CYC-IDX) = SHP-ID-OPERATEUR
                   SET CYCLE-EN-DOUBLE TO TRUE
               END-IF
           END-PERFORM
           IF NOT CYCLE-EN-DOUBLE
               IF WS-NB-CYCLES < 5000
                   ADD 1 TO WS-NB-CYCLES
                   MOVE SHP-ID-OPERATEUR TO WS-CYC-ID(WS-NB-CYCLES)
               ELSE
                   DISPLAY "TABLE DES CYCLES SATUREE - DOUBLE NON "
                       "CONTROLE POUR " SHP-ID-OPERATEUR
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    DETERMINE LE JOUR DU CYCLE CORRESPONDANT A LA DATE
      *    D'AFFAIRES ET, S'IL EST TRAVAILLE, L'HEURE DE DEBUT DU
      *    QUART CORRESPONDANT.
       2100-CONTROLER-MOTIF.
           SET MOTIF-VALIDE TO TRUE
           MOVE SPACES TO WS-CODE-JOUR
           MOVE SPACES TO WS-HEURE-DEBUT
           EVALUATE TRUE
               WHEN SHP-LONGUEUR-CYCLE NOT NUMERIC
                   OR SHP-LONGUEUR-CYCLE = ZERO
                   OR SHP-LONGUEUR-CYCLE > 35
                   MOVE "CYCLE INVALIDE - LONGUEUR" TO WS-MOTIF-INVALIDE
                   SET MOTIF-INVALIDE TO TRUE
               WHEN SHP-DATE-ANCRE NOT NUMERIC
                   MOVE "CYCLE INVALIDE - ANCRAGE" TO WS-MOTIF-INVALIDE
                   SET MOTIF-INVALIDE TO TRUE
               WHEN OTHER
                   MOVE SHP-DATE-ANCRE TO WS-DATE-NUMERIQUE
                   COMPUTE WS-JOUR-ANCRE =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIQUE)
                   IF WS-JOUR-ANCRE = ZERO
                       MOVE "CYCLE INVALIDE - ANCRAGE"
                           TO WS-MOTIF-INVALIDE
                       SET MOTIF-INVALIDE TO TRUE
                   END-IF
           END-EVALUATE

           IF MOTIF-VALIDE
               COMPUTE WS-RANG-CYCLE =
                   FUNCTION MOD(WS-JOUR-AFFAIRES - WS-JOUR-ANCRE,
                       SHP-LONGUEUR-CYCLE) + 1
               MOVE SHP-JOURS-CYCLE(WS-RANG-CYCLE:1) TO WS-CODE-JOUR
               IF WS-CODE-JOUR NOT = "-" AND WS-CODE-JOUR NOT = SPACE
                   PERFORM VARYING WS-HOR-IDX FROM 1 BY 1
                           UNTIL WS-HOR-IDX > 3
                           OR SHP-HOR-CODE-QUART(WS-HOR-IDX)
                               = WS-CODE-JOUR
                       CONTINUE
                   END-PERFORM
                   IF WS-HOR-IDX > 3
                       MOVE "CYCLE INVALIDE - SANS HEURE"
                           TO WS-MOTIF-INVALIDE
                       SET MOTIF-INVALIDE TO TRUE
                   ELSE
                       IF SHP-HOR-HEURE-DEBUT(WS-HOR-IDX) NOT NUMERIC
                           MOVE "CYCLE INVALIDE - HEURE DEBUT"
                               TO WS-MOTIF-INVALIDE
                           SET MOTIF-INVALIDE TO TRUE
                       ELSE
                           MOVE SHP-HOR-HEURE-DEBUT(WS-HOR-IDX)
                               TO WS-HEURE-DEBUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2400-RECHERCHER-DEROGATION.
           MOVE ZERO TO WS-DER-IDX-TROUVE
           PERFORM VARYING WS-DER-IDX FROM 1 BY 1
                   UNTIL WS-DER-IDX > WS-NB-DEROGATIONS
                   OR WS-DER-IDX-TROUVE > ZERO
               IF WS-DER-ID(WS-DER-IDX) = WS-ID-RECHERCHE
                   MOVE WS-DER-IDX TO WS-DER-IDX-TROUVE
               END-IF
           END-PERFORM.

       2500-PLANIFIER-OPERATEUR.
           IF WS-NB-PLAN < 5000
               ADD 1 TO WS-NB-PLAN
               MOVE SHP-ID-OPERATEUR TO WS-PLN-ID(WS-NB-PLAN)
               MOVE SHP-CODE-SITE TO WS-PLN-SITE(WS-NB-PLAN)
               MOVE WS-CODE-JOUR TO WS-PLN-QUART(WS-NB-PLAN)
               MOVE WS-DATE-AFFAIRES
                   TO WS-PLN-DEBUT(WS-NB-PLAN)(1:8)
               MOVE WS-HEURE-DEBUT
                   TO WS-PLN-DEBUT(WS-NB-PLAN)(9:6)
               MOVE "N" TO WS-PLN-SOUMIS(WS-NB-PLAN)
               ADD 1 TO WS-COMPTEUR-PLANIFIES

               MOVE SPACES TO RPL-ENREGISTREMENT
               MOVE WS-PLN-ID(WS-NB-PLAN) TO RPL-ID-OPERATEUR
               MOVE WS-PLN-SITE(WS-NB-PLAN) TO RPL-CODE-SITE
               MOVE WS-PLN-DEBUT(WS-NB-PLAN)
                   TO RPL-HORODATAGE-DEBUT
               WRITE RPL-ENREGISTREMENT
               IF NOT ROSTPLAN-OK
                   DISPLAY "ERREUR ECRITURE ROSTER-PLAN - STATUT "
                       WS-STATUT-ROSTPLAN
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "TABLE DU ROSTER ATTENDU SATUREE - "
                   SHP-ID-OPERATEUR " NON PLANIFIE"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2600-LOCALISER-PLAN.
           MOVE ZERO TO WS-PLN-IDX-TROUVE
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-NB-PLAN
                   OR WS-PLN-IDX-TROUVE > ZERO
               IF WS-PLN-ID(WS-PLN-IDX) = WS-ID-RECHERCHE
                   MOVE WS-PLN-IDX TO WS-PLN-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    CHAQUE LIGNE DU ROSTER CONSOLIDE EST RECHERCHEE DANS LE
      *    ROSTER ATTENDU.
       3000-RAPPROCHER-SOUMIS.
           ADD 1 TO WS-COMPTEUR-SOUMIS
           MOVE ROS-ID-OPERATEUR TO WS-ID-RECHERCHE
           PERFORM 2600-LOCALISER-PLAN
           IF WS-PLN-IDX-TROUVE > ZERO
               MOVE WS-PLN-IDX-TROUVE TO WS-PLN-IDX
               IF WS-PLN-SOUMIS(WS-PLN-IDX) = "O"
                   ADD 1 TO WS-COMPTEUR-DOUBLES
                   MOVE "SOUMIS EN DOUBLE" TO REC-LIBELLE
                   PERFORM 3100-ECRIRE-ECART-SOUMIS
               ELSE
                   MOVE "O" TO WS-PLN-SOUMIS(WS-PLN-IDX)
                   PERFORM 3200-COMPARER-PLAN
               END-IF
           ELSE
               PERFORM 2400-RECHERCHER-DEROGATION
               IF WS-DER-IDX-TROUVE > ZERO
                   ADD 1 TO WS-COMPTEUR-SOUMIS-DEROG
               ELSE
                   ADD 1 TO WS-COMPTEUR-NON-PLANIFIES
                   MOVE ZERO TO WS-PLN-IDX
                   MOVE "SOUMIS NON PLANIFIE" TO REC-LIBELLE
                   PERFORM 3100-ECRIRE-ECART-SOUMIS
               END-IF
           END-IF

           READ ROSTER-IN
               AT END
                   SET FIN-FICHIER-ROSTER TO TRUE
           END-READ.

       3100-ECRIRE-ECART-SOUMIS.
           MOVE ROS-ID-OPERATEUR TO REC-ID-OPERATEUR
           MOVE SPACES TO REC-SITE-PLAN
           MOVE SPACES TO REC-DEBUT-PLAN
           MOVE SPACES TO REC-QUART
           IF WS-PLN-IDX > ZERO
               MOVE WS-PLN-SITE(WS-PLN-IDX) TO REC-SITE-PLAN
               MOVE WS-PLN-DEBUT(WS-PLN-IDX) TO REC-DEBUT-PLAN
               MOVE WS-PLN-QUART(WS-PLN-IDX) TO REC-QUART
           END-IF
           MOVE ROS-CODE-SITE TO REC-SITE-SOUMIS
           MOVE ROS-HORODATAGE-DEBUT TO REC-DEBUT-SOUMIS
           PERFORM 7000-ECRIRE-ECART.

       3200-COMPARER-PLAN.
           EVALUATE TRUE
               WHEN ROS-CODE-SITE NOT = WS-PLN-SITE(WS-PLN-IDX)
                   AND ROS-HORODATAGE-DEBUT
                       NOT = WS-PLN-DEBUT(WS-PLN-IDX)
                   ADD 1 TO WS-COMPTEUR-ECARTS-PLAN
                   MOVE "ECART SITE ET DEBUT" TO REC-LIBELLE
                   PERFORM 3100-ECRIRE-ECART-SOUMIS
               WHEN ROS-CODE-SITE NOT = WS-PLN-SITE(WS-PLN-IDX)
                   ADD 1 TO WS-COMPTEUR-ECARTS-PLAN
                   MOVE "ECART SITE" TO REC-LIBELLE
                   PERFORM 3100-ECRIRE-ECART-SOUMIS
               WHEN ROS-HORODATAGE-DEBUT NOT = WS-PLN-DEBUT(WS-PLN-IDX)
                   ADD 1 TO WS-COMPTEUR-ECARTS-PLAN
                   MOVE "ECART DEBUT DE QUART" TO REC-LIBELLE
                   PERFORM 3100-ECRIRE-ECART-SOUMIS
               WHEN OTHER
                   ADD 1 TO WS-COMPTEUR-CONFORMES
           END-EVALUATE.

       4000-SIGNALER-NON-SOUMIS.
           ADD 1 TO WS-COMPTEUR-NON-SOUMIS
           MOVE SPACES TO WS-LIGNE-ECART
           MOVE WS-PLN-ID(WS-PLN-IDX) TO REC-ID-OPERATEUR
           MOVE "PLANIFIE NON SOUMIS" TO REC-LIBELLE
           MOVE WS-PLN-SITE(WS-PLN-IDX) TO REC-SITE-PLAN
           MOVE WS-PLN-DEBUT(WS-PLN-IDX) TO REC-DEBUT-PLAN
           MOVE WS-PLN-QUART(WS-PLN-IDX) TO REC-QUART
           PERFORM 7000-ECRIRE-ECART.

       7000-ECRIRE-ECART.
           ADD 1 TO WS-COMPTEUR-ECARTS
           MOVE WS-LIGNE-ECART TO RGR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       8000-ECRIRE-COMPTEURS.
           MOVE SPACES TO RTI-TEXTE
           MOVE WS-LIGNE-TITRE TO RGR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "CYCLES DE ROULEMENT LUS" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-MOTIFS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "CYCLES INVALIDES OU EN DOUBLE" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-INVALIDES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "OPERATEURS INCONNUS IGNORES" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-INCONNUS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "OPERATEURS NON ACTIFS IGNORES" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-NON-ACTIFS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "OPERATEURS SUR DEROGATION IGNORES" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-DEROGATIONS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "OPERATEURS EN JOUR DE REPOS" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-REPOS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "OPERATEURS PLANIFIES" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-PLANIFIES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "LIGNES SOUMISES PAR LES SITES" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-SOUMIS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "SOUMIS CONFORMES AU ROULEMENT" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-CONFORMES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "SOUMIS SUR DEROGATION" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-SOUMIS-DEROG TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "PLANIFIES NON SOUMIS" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-NON-SOUMIS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "SOUMIS NON PLANIFIES" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-NON-PLANIFIES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "ECARTS DE SITE OU DE DEBUT" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-ECARTS-PLAN TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "SOUMIS EN DOUBLE" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-DOUBLES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "TOTAL DES ECARTS" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-ECARTS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR.

       8100-ECRIRE-COMPTEUR.
           MOVE WS-LIGNE-COMPTEUR TO RGR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE RGR-ENREGISTREMENT
           IF NOT ROSGRPRT-OK
               DISPLAY "ERREUR ECRITURE ROSTGEN-REPORT - STATUT "
                   WS-STATUT-ROSGRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "ROSTGEN - DATE D'AFFAIRES   : " WS-DATE-AFFAIRES
               DISPLAY "ROSTGEN - CYCLES LUS        : "
                   WS-COMPTEUR-MOTIFS
               DISPLAY "ROSTGEN - PLANIFIES         : "
                   WS-COMPTEUR-PLANIFIES
               DISPLAY "ROSTGEN - SOUMIS LUS        : "
                   WS-COMPTEUR-SOUMIS
               DISPLAY "ROSTGEN - ECARTS            : "
                   WS-COMPTEUR-ECARTS
           END-IF
           CLOSE SHIFT-PATTERNS
           CLOSE OPERATOR-MASTER
           IF ROSTER-OUVERT
               CLOSE ROSTER-IN
           END-IF
           CLOSE ROSTER-PLAN
           CLOSE ROSTGEN-REPORT.
