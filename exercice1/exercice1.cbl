               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT OPERATOR-SITE ASSIGN TO "OPERSITE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPS-CLE
               FILE STATUS IS WS-STATUT-OPERSITE.

           SELECT GREETING-LOG ASSIGN TO "GREETLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-GREETLOG.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLE
               FILE STATUS IS WS-STATUT-RUNCTL.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SWAPOVR.

           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLE
               FILE STATUS IS WS-STATUT-CTLTOT.

           SELECT BULLETIN-FILE ASSIGN TO "BULLETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BULLETIN.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  OPERATOR-SITE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "opersite.cpy".

       FD  GREETING-LOG
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY "greetlog.cpy".

       FD  USER-ACTIVITY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  RESTART-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY "restckpt.cpy".

       FD  SHIFT-EXCEPTIONS
           COPY "shiftexc.cpy".

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 177 CHARACTERS.
           COPY "chgjrnl.cpy".

       FD  RUN-CONTROL.
           RECORD CONTAINS 80 CHARACTERS.
           COPY "swapovr.cpy".

       FD  CONTROL-TOTALS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ctltot.cpy".

       FD  BULLETIN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY "bulletin.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ROSTER           PIC X(2).
           88  ROSTER-OK              VALUE "00".
           88  OPERMAST-FIN           VALUE "10".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-OPERSITE         PIC X(2).
           88  OPERSITE-OK            VALUE "00".
           88  OPERSITE-NON-TROUVE    VALUE "23".

       01  WS-STATUT-GREETLOG         PIC X(2).
           88  GREETLOG-OK            VALUE "00".

           88  SWAPOVR-FIN            VALUE "10".
           88  SWAPOVR-ABSENT         VALUE "35".

       01  WS-STATUT-CTLTOT           PIC X(2).
           88  CTLTOT-OK              VALUE "00".
           88  CTLTOT-ABSENT          VALUE "35".

       01  WS-STATUT-BULLETIN         PIC X(2).
           88  BULLETIN-OK            VALUE "00".
           88  BULLETIN-FIN           VALUE "10".
           88  BULLETIN-ABSENT        VALUE "35".

       01  WS-HASH-IDS-OPERATEUR      PIC 9(15) VALUE ZERO.

       01  WS-IMAGE-AVANT-MASTER      PIC X(63).
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-PARM-REPRISE            PIC X(5)  VALUE SPACES.
       01  WS-PARM-MODE               PIC X(5)  VALUE SPACES.
      *    FLUX PAR SITE (PARAMETRE CODE SITE) : SEULES LES LIGNES DU
      *    ROSTER DE CE SITE (OU SANS SITE) SONT TRAITEES, LES AUTRES
      *    SONT PASSEES SANS ETRE COMPTEES. RUN-CONTROL, CHECKPOINT,
      *    TIME-EXTRACT, STATISTIQUES ET TOTAUX DE CONTROLE SONT
      *    CEUX DU SITE ; EXCONSOL CONSOLIDE ENSUITE LES FLUX.
       01  WS-PARM-SITE               PIC X(3)  VALUE SPACES.
       01  WS-COMPTEUR-AUTRES-SITES   PIC 9(8)  VALUE ZERO.
      *    REPOS MINIMUM EN HEURES ENTRE DEUX ACCUEILS D'UN MEME
      *    OPERATEUR (11 PAR DEFAUT, 0 = PAS DE CONTROLE) ET MODE DE
      *    TRAITEMENT D'UN REPOS INSUFFISANT : "BLOQUE" REFUSE
      *    L'ACCUEIL, TOUTE AUTRE VALEUR LE SIGNALE SEULEMENT.
       01  WS-PARM-REPOS-HEURES       PIC X(2)  VALUE SPACES.
       01  WS-PARM-REPOS-MODE         PIC X(6)  VALUE SPACES.
       01  WS-NOM-VARIABLE-ENV        PIC X(20).

       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.
       01  WS-COMPTEUR-SAUTES         PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-HORS-QUART     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-ACTIFS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-AUTORISES  PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DEROG-UTILISEES PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REPOS-SIGNALES PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REPOS-BLOQUES  PIC 9(8) VALUE ZERO.

      *    CONTROLE DU REPOS MINIMUM : L'ACCUEIL PRECEDENT EST LA
      *    DERNIERE CONNEXION PORTEE PAR OPERATOR-MASTER, LUE AVANT
      *    QUE L'ACCUEIL EN COURS NE LA METTE A JOUR. UNE CONNEXION
      *    POSTERIEURE AU PREMIER DEMARRAGE DE LA DATE/SITE (RUN-
      *    CONTROL) VIENT DE CE PASSAGE (REPRISE, REPRISE FORCEE OU
      *    RERUN PONCTUEL) ET N'EST PAS UN QUART PRECEDENT ; SANS
      *    DEMARRAGE CONNU, HIGH-VALUES LAISSE LE CONTROLE S'APPLIQUER.
       01  WS-REPOS-MINIMUM-HEURES    PIC 9(2)  VALUE 11.
       01  WS-IND-REPOS-BLOQUANT      PIC X(1)  VALUE "N".
           88  REPOS-BLOQUANT         VALUE "O".
       01  WS-IND-REPOS               PIC X(1)  VALUE "O".
           88  REPOS-SUFFISANT        VALUE "O".
           88  REPOS-INSUFFISANT      VALUE "N".
       01  WS-IND-ACCUEIL-DEROGATION  PIC X(1)  VALUE "N".
       01  WS-REPOS-HORODATAGE-PRECEDENT.
           05  WS-RHP-DATE            PIC 9(8).
           05  WS-RHP-HEURE           PIC 9(2).
           05  WS-RHP-MINUTE          PIC 9(2).
           05  WS-RHP-SECONDE         PIC 9(2).
       01  WS-REPOS-HORODATAGE-COURANT.
           05  WS-RHC-DATE            PIC 9(8).
           05  WS-RHC-HEURE           PIC 9(2).
           05  WS-RHC-MINUTE          PIC 9(2).
           05  FILLER                 PIC X(9).
       01  WS-REPOS-JOUR-PRECEDENT    PIC S9(9) COMP.
       01  WS-REPOS-JOUR-COURANT      PIC S9(9) COMP.
       01  WS-REPOS-MINUTES           PIC S9(9) COMP.
       01  WS-REPOS-MINUTES-AUDIT     PIC 9(5).
       01  WS-REPOS-DEBUT-PASSAGE     PIC X(14) VALUE HIGH-VALUES.

      *    DEROGATIONS DE QUART APPROUVEES (FICHIER SWAPOVR) POUR LA
      *    DATE D'AFFAIRES ET LE QUART DEMANDE : UN OPERATEUR DONT LE
       01  WS-FIN-FICHIER-SWAPOVR     PIC X(1) VALUE "N".
           88  FIN-FICHIER-SWAPOVR    VALUE "O".

      *    BULLETINS D'EXPLOITATION EN VIGUEUR A LA DATE D'AFFAIRES
      *    (FICHIER BULLETIN), AVEC LEUR TEXTE PAR CODE LANGUE : CHAQUE
      *    OPERATEUR ACCUEILLI RECOIT CEUX DE SON SITE ET DE SON QUART.
       01  WS-TABLE-BULLETINS.
           05  WS-NB-BULLETINS        PIC 9(2) VALUE ZERO.
           05  WS-BUL-ENTREE OCCURS 50 TIMES.
               10  WS-BUL-ID          PIC X(6).
               10  WS-BUL-SITE        PIC X(3).
               10  WS-BUL-QUART       PIC X(1).
               10  WS-BUL-NB-TEXTES   PIC 9(1).
               10  WS-BUL-TEXTE-ENTREE OCCURS 9 TIMES.
                   15  WS-BUL-LANGUE  PIC X(2).
                   15  WS-BUL-LIBELLE PIC X(70).
       01  WS-BUL-IDX                 PIC 9(2).
       01  WS-BTX-IDX                 PIC 9(1).
       01  WS-BTX-IDX-TROUVE          PIC 9(1).
       01  WS-DATE-BULLETINS          PIC X(8).
       01  WS-IND-BULLETIN-RETENU     PIC X(1) VALUE "N".
           88  BULLETIN-RETENU        VALUE "O".
           88  BULLETIN-ECARTE        VALUE "N".
       01  WS-FIN-FICHIER-BULLETIN    PIC X(1) VALUE "N".
           88  FIN-FICHIER-BULLETIN   VALUE "O".
       01  WS-COMPTEUR-BULLETINS-REMIS PIC 9(8) VALUE ZERO.

       01  WS-TOTAUX-PAR-QUART.
           05  WS-NB-QUARTS           PIC 9(2)  VALUE ZERO.
           05  WS-QUART-ENTREE OCCURS 9 TIMES.
               10  WS-QRT-ACCUEILS    PIC 9(8).
               10  WS-QRT-REJETS      PIC 9(8).
               10  WS-QRT-HORS-QUART  PIC 9(8).
               10  WS-QRT-REPOS-SIGNALES PIC 9(8).
               10  WS-QRT-REPOS-BLOQUES  PIC 9(8).
       01  WS-QRT-IDX                 PIC 9(2).

       01  WS-TOTAUX-PAR-SITE.
               10  WS-SIT-SAUTES      PIC 9(8).
               10  WS-SIT-HORS-QUART  PIC 9(8).
               10  WS-SIT-NON-ACTIFS  PIC 9(8).
               10  WS-SIT-NON-AUTORISES PIC 9(8).
               10  WS-SIT-REPOS-BLOQUES PIC 9(8).
       01  WS-SIT-IDX                 PIC 9(2).

       01  WS-IND-SITE-AUTORISE       PIC X(1)  VALUE "N".
           88  SITE-AUTORISE          VALUE "O".
           88  SITE-NON-AUTORISE      VALUE "N".

       COPY "validnm.cpy".

       01  WS-NOM-ENTREE              PIC X(25).
           88  CAR-NON-AUTORISE       VALUE "N".

       01  WS-CODE-RETOUR-AUDIT       PIC 9(4).
       01  WS-QUART-AUDIT             PIC X(1)  VALUE SPACES.
       01  WS-REFERENCE-AUDIT         PIC X(8)  VALUE SPACES.

       01  WS-LANGUE-EFFECTIVE        PIC X(2).

           05  LDT-CODE-SITE          PIC X(3).
           05  FILLER                 PIC X(73) VALUE SPACES.

       01  WS-LIGNE-BULLETIN.
           05  FILLER                 PIC X(15)
               VALUE "     BULLETIN  ".
           05  LBU-ID-BULLETIN        PIC X(6).
           05  FILLER                 PIC X(3)  VALUE " : ".
           05  LBU-TEXTE              PIC X(70).
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-LIGNE-TRAILER.
           05  FILLER                 PIC X(28)
               VALUE "FIN DE TRAITEMENT - ACCUEILS".
           05  LTQ-REJETS             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  HORS QUART".
           05  LTQ-HORS-QUART         PIC ZZZZZZZ9.
           05  FILLER                 PIC X(16)
               VALUE "  REPOS SIGNALES".
           05  LTQ-REPOS-SIGNALES     PIC ZZZZZZZ9.
           05  FILLER                 PIC X(15)
               VALUE "  REPOS BLOQUES".
           05  LTQ-REPOS-BLOQUES      PIC ZZZZZZZ9.
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-LIGNE-EXCEPTION-ENTETE.
           05  FILLER                 PIC X(32)
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT OPERATOR-SITE
           IF NOT OPERSITE-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-SITE - STATUT "
                   WS-STATUT-OPERSITE
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN EXTEND GREETING-LOG
           IF NOT GREETLOG-OK
               DISPLAY "ERREUR OUVERTURE GREETING-LOG - STATUT "
           IF OUVERTURE-REUSSIE
               IF WS-PARM-OPERATEUR = SPACES
                   PERFORM 1500-CONTROLER-DATE-AFFAIRES
               ELSE
                   PERFORM 1560-LIRE-DEBUT-PASSAGE
               END-IF
           END-IF

                       PERFORM 1700-CHARGER-DEROGATIONS
                   END-IF
               END-IF
               PERFORM 1800-CHARGER-BULLETINS

               IF WS-PARM-OPERATEUR = SPACES
                   ACCEPT WS-COMPTEUR-CONTROLE-SAISI FROM SYSIN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 1200-LIRE-CHECKPOINT-PRECEDENT
                       PERFORM 2010-LIRE-ROSTER
                       IF MODE-TRIE
                           AND WS-CKP-COMPTEUR-PRECEDENT > ZERO
                           PERFORM 1250-POSITIONNER-REPRISE-TRIEE
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-OPERATEUR WS-PARM-LANGUE WS-PARM-QUART
                       WS-PARM-DATE-AFFAIRES WS-PARM-REPRISE
                       WS-PARM-MODE WS-PARM-SITE
                       WS-PARM-REPOS-HEURES WS-PARM-REPOS-MODE
               IF WS-PARM-OPERATEUR = "*"
                   MOVE SPACES TO WS-PARM-OPERATEUR
               END-IF
               IF WS-PARM-QUART = "*"
                   MOVE SPACES TO WS-PARM-QUART
               END-IF
               IF WS-PARM-SITE = "*"
                   MOVE SPACES TO WS-PARM-SITE
               END-IF
               IF WS-PARM-REPOS-HEURES = "*"
                   MOVE SPACES TO WS-PARM-REPOS-HEURES
               END-IF
           ELSE
               MOVE "OPERMAINT_ID" TO WS-NOM-VARIABLE-ENV
               DISPLAY WS-NOM-VARIABLE-ENV UPON ENVIRONMENT-NAME
               MOVE "OPERMAINT_MODE" TO WS-NOM-VARIABLE-ENV
               DISPLAY WS-NOM-VARIABLE-ENV UPON ENVIRONMENT-NAME
               ACCEPT WS-PARM-MODE FROM ENVIRONMENT-VALUE

               MOVE "OPERMAINT_SITE" TO WS-NOM-VARIABLE-ENV
               DISPLAY WS-NOM-VARIABLE-ENV UPON ENVIRONMENT-NAME
               ACCEPT WS-PARM-SITE FROM ENVIRONMENT-VALUE

               MOVE "OPERMAINT_REPOS" TO WS-NOM-VARIABLE-ENV
               DISPLAY WS-NOM-VARIABLE-ENV UPON ENVIRONMENT-NAME
               ACCEPT WS-PARM-REPOS-HEURES FROM ENVIRONMENT-VALUE

               MOVE "OPERMAINT_REPOS_MODE" TO WS-NOM-VARIABLE-ENV
               DISPLAY WS-NOM-VARIABLE-ENV UPON ENVIRONMENT-NAME
               ACCEPT WS-PARM-REPOS-MODE FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-PARM-REPRISE = "FORCE"
               SET REPRISE-FORCEE TO TRUE
           END-IF
           IF WS-PARM-MODE = "TRI"
               SET MODE-TRIE TO TRUE
           END-IF
           IF WS-PARM-REPOS-HEURES IS NUMERIC
               MOVE WS-PARM-REPOS-HEURES TO WS-REPOS-MINIMUM-HEURES
           ELSE
               IF WS-PARM-REPOS-HEURES(1:1) IS NUMERIC
                   AND WS-PARM-REPOS-HEURES(2:1) = SPACE
                   MOVE WS-PARM-REPOS-HEURES(1:1)
                       TO WS-REPOS-MINIMUM-HEURES
               END-IF
           END-IF
           IF WS-PARM-REPOS-MODE = "BLOQUE"
               SET REPOS-BLOQUANT TO TRUE
           END-IF.

       1500-CONTROLER-DATE-AFFAIRES.
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
               MOVE WS-PARM-SITE TO RCT-CODE-SITE
               READ RUN-CONTROL
                   INVALID KEY
                       MOVE "23" TO WS-STATUT-RUNCTL
       1530-MARQUER-DATE-EXISTANTE.
           IF RCT-TERMINE AND NOT REPRISE-FORCEE
               DISPLAY "DATE D'AFFAIRES " WS-DATE-AFFAIRES
                   " SITE " WS-PARM-SITE
                   " DEJA TRAITEE - PASSAGE REFUSE"
               SET DEMARRAGE-REFUSE TO TRUE
               IF RETURN-CODE < 12
           ELSE
               IF RCT-TERMINE
                   DISPLAY "DATE D'AFFAIRES " WS-DATE-AFFAIRES
                       " SITE " WS-PARM-SITE
                       " DEJA TRAITEE - REPRISE FORCEE PAR "
                       "L'OPERATEUR"
               END-IF
               IF REPRISE-FORCEE
                   MOVE "O" TO RCT-IND-REPRISE
               END-IF
      *        SANS HORODATAGE DE DEBUT, LE DERNIER DEMARRAGE OU LA
      *        FIN DU PASSAGE PRECEDENT EN TIENT LIEU.
               IF RCT-HORODATAGE-DEBUT(1:14) IS NOT NUMERIC
                   MOVE RCT-HORODATAGE TO RCT-HORODATAGE-DEBUT
               END-IF
               PERFORM 1570-RETENIR-DEBUT-PASSAGE
               MOVE FUNCTION CURRENT-DATE TO RCT-HORODATAGE
               REWRITE RCT-ENREGISTREMENT
               IF NOT RUNCTL-OK

       1540-MARQUER-DATE-NOUVELLE.
           MOVE WS-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
           MOVE WS-PARM-SITE TO RCT-CODE-SITE
           MOVE "E" TO RCT-ETAT
           MOVE "N" TO RCT-IND-REPRISE
           IF REPRISE-FORCEE
               MOVE "O" TO RCT-IND-REPRISE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RCT-HORODATAGE
           MOVE RCT-HORODATAGE TO RCT-HORODATAGE-DEBUT
           PERFORM 1570-RETENIR-DEBUT-PASSAGE
           WRITE RCT-ENREGISTREMENT
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE RUN-CONTROL - STATUT "
           END-WRITE.

       1550-ENREGISTRER-REPRISE.
           MOVE SPACES TO UAC-ENREGISTREMENT
           MOVE FUNCTION CURRENT-DATE TO UAC-HORODATAGE
           MOVE WS-NOM-JOB TO UAC-NOM-JOB
           MOVE SPACES TO UAC-ID-OPERATEUR
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    RERUN PONCTUEL : PAS DE MISE A JOUR DE RUN-CONTROL, SEUL LE
      *    DEBUT DU PASSAGE DE LA DATE POUR LE SITE EST LU, S'IL EXISTE.
       1560-LIRE-DEBUT-PASSAGE.
           OPEN INPUT RUN-CONTROL
           IF RUNCTL-OK
               IF WS-PARM-DATE-AFFAIRES NOT = SPACES
                   AND WS-PARM-DATE-AFFAIRES IS NUMERIC
                   MOVE WS-PARM-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
                   MOVE WS-DHS-DATE TO RCT-DATE-AFFAIRES
               END-IF
               MOVE WS-PARM-SITE TO RCT-CODE-SITE
               READ RUN-CONTROL
                   INVALID KEY
                       MOVE "23" TO WS-STATUT-RUNCTL
               END-READ
               IF RUNCTL-OK
                   PERFORM 1570-RETENIR-DEBUT-PASSAGE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

       1570-RETENIR-DEBUT-PASSAGE.
           IF RCT-HORODATAGE-DEBUT(1:14) IS NUMERIC
               MOVE RCT-HORODATAGE-DEBUT(1:14)
                   TO WS-REPOS-DEBUT-PASSAGE
           END-IF.

       1400-RERUN-PONCTUEL.
           MOVE SPACES TO ROS-ENREGISTREMENT
           MOVE WS-PARM-OPERATEUR TO ROS-ID-OPERATEUR
                       AT END
                           SET FIN-FICHIER-RESTART TO TRUE
                       NOT AT END
                           IF CKP-CODE-SITE = WS-PARM-SITE
                               MOVE CKP-COMPTEUR-LUS
                                   TO WS-CKP-COMPTEUR-PRECEDENT
                               MOVE CKP-DERNIER-ID-OPERATEUR
                                   TO WS-CKP-DERNIER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    RETIENT LES BULLETINS DONT LA PERIODE DE VALIDITE COUVRE
      *    LA DATE D'AFFAIRES (DATE DU JOUR EN RERUN PONCTUEL), AVEC
      *    LEURS LIGNES DE TEXTE. UN FICHIER ABSENT N'EST PAS UNE
      *    ERREUR : IL N'Y A ALORS AUCUN BULLETIN A REMETTRE.
       1800-CHARGER-BULLETINS.
           MOVE WS-DATE-AFFAIRES TO WS-DATE-BULLETINS
           IF WS-DATE-BULLETINS = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE WS-DHS-DATE TO WS-DATE-BULLETINS
           END-IF
           OPEN INPUT BULLETIN-FILE
           IF BULLETIN-ABSENT
               DISPLAY "FICHIER DES BULLETINS ABSENT - AUCUN "
                   "BULLETIN A REMETTRE"
           ELSE
               IF NOT BULLETIN-OK
                   DISPLAY "ERREUR OUVERTURE BULLETIN-FILE - "
                       "STATUT " WS-STATUT-BULLETIN
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-FICHIER-BULLETIN
                       READ BULLETIN-FILE
                           AT END
                               SET FIN-FICHIER-BULLETIN TO TRUE
                           NOT AT END
                               IF BUL-TYPE-ENTETE
                                   PERFORM 1810-RETENIR-BULLETIN
                               ELSE
                                   PERFORM 1820-RETENIR-TEXTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BULLETIN-FILE
               END-IF
           END-IF.

       1810-RETENIR-BULLETIN.
           SET BULLETIN-ECARTE TO TRUE
           IF BUL-DATE-DEBUT NOT > WS-DATE-BULLETINS
               AND BUL-DATE-FIN NOT < WS-DATE-BULLETINS
               IF WS-NB-BULLETINS < 50
                   ADD 1 TO WS-NB-BULLETINS
                   MOVE BUL-ID-BULLETIN TO WS-BUL-ID(WS-NB-BULLETINS)
                   MOVE BUL-CODE-SITE TO WS-BUL-SITE(WS-NB-BULLETINS)
                   MOVE BUL-CODE-QUART
                       TO WS-BUL-QUART(WS-NB-BULLETINS)
                   MOVE ZERO TO WS-BUL-NB-TEXTES(WS-NB-BULLETINS)
                   SET BULLETIN-RETENU TO TRUE
               ELSE
                   DISPLAY "TABLE DES BULLETINS SATUREE - BULLETIN "
                       BUL-ID-BULLETIN " NON REMIS"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    UNE LIGNE DE TEXTE N'EST RETENUE QUE SI ELLE SUIT L'ENTETE
      *    D'UN BULLETIN EN VIGUEUR ET PORTE LE MEME ID.
       1820-RETENIR-TEXTE.
           IF BULLETIN-RETENU
               AND BUL-TXT-ID-BULLETIN = WS-BUL-ID(WS-NB-BULLETINS)
               IF WS-BUL-NB-TEXTES(WS-NB-BULLETINS) < 9
                   ADD 1 TO WS-BUL-NB-TEXTES(WS-NB-BULLETINS)
                   MOVE WS-BUL-NB-TEXTES(WS-NB-BULLETINS)
                       TO WS-BTX-IDX
                   MOVE BUL-TXT-CODE-LANGUE
                       TO WS-BUL-LANGUE(WS-NB-BULLETINS, WS-BTX-IDX)
                   MOVE BUL-TXT-LIBELLE
                       TO WS-BUL-LIBELLE(WS-NB-BULLETINS, WS-BTX-IDX)
               ELSE
                   DISPLAY "BULLETIN " BUL-TXT-ID-BULLETIN
                       " - TEXTE " BUL-TXT-CODE-LANGUE
                       " IGNORE AU-DELA DE 9 LANGUES"
               END-IF
           END-IF.

      *    REPRISE EN MODE TRIE : LES LIGNES DEJA TRAITEES SONT
      *    SAUTEES SANS AUCUNE LECTURE DU MASTER, PUIS LE MASTER EST
      *    REPOSITIONNE DIRECTEMENT APRES LA CLE DU CHECKPOINT.
               ADD 1 TO WS-SIT-LUS(WS-SIT-IDX)
               ADD 1 TO WS-COMPTEUR-SAUTES
               ADD 1 TO WS-SIT-SAUTES(WS-SIT-IDX)
               PERFORM 2010-LIRE-ROSTER
           END-PERFORM
           MOVE WS-CKP-DERNIER-ID TO WS-ID-PRECEDENT
           MOVE WS-CKP-DERNIER-ID TO OPM-ID-OPERATEUR
           MOVE WS-DHS-DATE TO TAE-ENT-DATE-PASSAGE
           MOVE WS-DHS-HEURE TO TAE-ENT-HEURE-PASSAGE
           MOVE WS-NOM-JOB TO TAE-ENT-NOM-JOB
           MOVE WS-DATE-AFFAIRES TO TAE-ENT-DATE-AFFAIRES
           MOVE WS-PARM-SITE TO TAE-ENT-CODE-SITE
           WRITE TAE-ENTETE
           IF NOT TIMEEXT-OK
               DISPLAY "ERREUR ECRITURE TIME-EXTRACT (ENTETE) - "
               ADD 1 TO WS-SIT-SAUTES(WS-SIT-IDX)
           END-IF

           PERFORM 2010-LIRE-ROSTER.

      *    LECTURE DU ROSTER : EN FLUX PAR SITE, LES LIGNES D'UN AUTRE
      *    SITE SONT PASSEES ET UNE LIGNE SANS SITE RECOIT CELUI DU
      *    FLUX, COMME ROSMERGE LE FAIT POUR LES FICHIERS DES SITES.
       2010-LIRE-ROSTER.
           READ ROSTER-IN
               AT END
                   SET FIN-FICHIER-ROSTER TO TRUE
           END-READ
           IF WS-PARM-SITE NOT = SPACES
               PERFORM UNTIL FIN-FICHIER-ROSTER
                       OR ROS-CODE-SITE = WS-PARM-SITE
                       OR ROS-CODE-SITE = SPACES
                   ADD 1 TO WS-COMPTEUR-AUTRES-SITES
                   READ ROSTER-IN
                       AT END
                           SET FIN-FICHIER-ROSTER TO TRUE
                   END-READ
               END-PERFORM
               IF NOT FIN-FICHIER-ROSTER
                   MOVE WS-PARM-SITE TO ROS-CODE-SITE
               END-IF
           END-IF.

       2500-TRAITER-OPERATEUR-TRIE.
           ADD 1 TO WS-COMPTEUR-LUS
               IF FUNCTION MOD(WS-COMPTEUR-LUS, WS-N-CHECKPOINT) = ZERO
                   PERFORM 6000-ECRIRE-CHECKPOINT
               END-IF
               PERFORM 2010-LIRE-ROSTER
           END-IF.

      *    AVANCE LE MASTER EN SEQUENCE JUSQU'A LA CLE DU ROSTER :
               END-READ
           END-IF

           MOVE SPACES TO WS-QUART-AUDIT
           MOVE "N" TO WS-IND-ACCUEIL-DEROGATION
           IF OPERMAST-OK
               MOVE OPM-CODE-QUART TO WS-QUART-AUDIT
               MOVE OPM-ENREGISTREMENT TO WS-IMAGE-AVANT-MASTER
               SET SITE-AUTORISE TO TRUE
               IF OPM-ACTIF AND ROS-CODE-SITE NOT = SPACES
                   PERFORM 2340-CONTROLER-SITE
               END-IF
               EVALUATE TRUE
                   WHEN NOT OPM-ACTIF
                       PERFORM 2350-SIGNALER-NON-ACTIF
                   WHEN SITE-NON-AUTORISE
                       PERFORM 2360-SIGNALER-SITE-NON-AUTORISE
                   WHEN WS-PARM-QUART NOT = SPACES
                       AND OPM-CODE-QUART NOT = WS-PARM-QUART
                       PERFORM 2320-RECHERCHER-DEROGATION
                       IF WS-DER-IDX-TROUVE > ZERO
                       ELSE
                           PERFORM 2300-SIGNALER-HORS-QUART
                       END-IF
                   WHEN OTHER
                       PERFORM 2370-CONTROLER-REPOS
               END-EVALUATE
           ELSE
               DISPLAY "Operateur inconnu dans OPERATOR-MASTER : "
                   ROS-ID-OPERATEUR
               END-IF
               MOVE ZERO TO WS-CODE-RETOUR-AUDIT
               PERFORM 2800-ENREGISTRER-ACTIVITE
               PERFORM VARYING WS-BUL-IDX FROM 1 BY 1
                       UNTIL WS-BUL-IDX > WS-NB-BULLETINS
                   IF (WS-BUL-SITE(WS-BUL-IDX) = SPACES
                       OR WS-BUL-SITE(WS-BUL-IDX) = ROS-CODE-SITE)
                       AND (WS-BUL-QUART(WS-BUL-IDX) = SPACES
                       OR WS-BUL-QUART(WS-BUL-IDX) = OPM-CODE-QUART)
                       AND WS-BUL-NB-TEXTES(WS-BUL-IDX) > ZERO
                       PERFORM 2070-REMETTRE-BULLETIN
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 2900-REJETER-OPERATEUR
               ADD 1 TO WS-COMPTEUR-REJETS
               PERFORM 2800-ENREGISTRER-ACTIVITE
           END-IF.

      *    AFFICHE LE BULLETIN DANS LA LANGUE DE L'ACCUEIL (A DEFAUT
      *    SON PREMIER TEXTE), L'INSCRIT SOUS L'OPERATEUR DANS LE
      *    JOURNAL D'ACCUEIL ET TRACE SA REMISE DANS USER-ACTIVITY
      *    (CODE 9070, ID DU BULLETIN EN REFERENCE).
       2070-REMETTRE-BULLETIN.
           MOVE 1 TO WS-BTX-IDX-TROUVE
           PERFORM VARYING WS-BTX-IDX FROM 1 BY 1
                   UNTIL WS-BTX-IDX > WS-BUL-NB-TEXTES(WS-BUL-IDX)
               IF WS-BUL-LANGUE(WS-BUL-IDX, WS-BTX-IDX)
                       = WS-LANGUE-EFFECTIVE
                   MOVE WS-BTX-IDX TO WS-BTX-IDX-TROUVE
               END-IF
           END-PERFORM
           DISPLAY FUNCTION TRIM(
               WS-BUL-LIBELLE(WS-BUL-IDX, WS-BTX-IDX-TROUVE))
           MOVE WS-BUL-ID(WS-BUL-IDX) TO LBU-ID-BULLETIN
           MOVE WS-BUL-LIBELLE(WS-BUL-IDX, WS-BTX-IDX-TROUVE)
               TO LBU-TEXTE
           MOVE WS-LIGNE-BULLETIN TO GRL-ENREGISTREMENT
           WRITE GRL-ENREGISTREMENT
               AT END-OF-PAGE
                   PERFORM 1100-ECRIRE-ENTETE-JOURNAL
           END-WRITE
           IF NOT GREETLOG-OK
               DISPLAY "ERREUR ECRITURE GREETING-LOG (BULLETIN) POUR "
                   ROS-ID-OPERATEUR " - STATUT "
                   WS-STATUT-GREETLOG
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-COMPTEUR-BULLETINS-REMIS
           MOVE 9070 TO WS-CODE-RETOUR-AUDIT
           MOVE WS-BUL-ID(WS-BUL-IDX) TO WS-REFERENCE-AUDIT
           PERFORM 2800-ENREGISTRER-ACTIVITE
           MOVE SPACES TO WS-REFERENCE-AUDIT.

       2320-RECHERCHER-DEROGATION.
           MOVE ZERO TO WS-DER-IDX-TROUVE
           PERFORM VARYING WS-DER-IDX FROM 1 BY 1

      *    DEROGATION APPROUVEE : L'OPERATEUR SUIT LE CIRCUIT
      *    D'ACCUEIL NORMAL, ET LA DEROGATION EST TRACEE DANS
      *    USER-ACTIVITY (CODE 9035) EN PLUS DE L'AUDIT D'ACCUEIL,
      *    SOUS RESERVE DU CONTROLE DE REPOS MINIMUM.
       2330-ACCUEILLIR-SUR-DEROGATION.
           MOVE "O" TO WS-DER-UTILISEE(WS-DER-IDX-TROUVE)
           ADD 1 TO WS-COMPTEUR-DEROG-UTILISEES
               ROS-ID-OPERATEUR " - quart operateur " OPM-CODE-QUART
           MOVE 9035 TO WS-CODE-RETOUR-AUDIT
           PERFORM 2800-ENREGISTRER-ACTIVITE
           MOVE "O" TO WS-IND-ACCUEIL-DEROGATION
           PERFORM 2370-CONTROLER-REPOS.

      *    REPOS MINIMUM ENTRE DEUX ACCUEILS : LE REPOS PRIS DEPUIS
      *    L'ACCUEIL PRECEDENT (DERNIERE CONNEXION DU MASTER) EST
      *    COMPTE EN MINUTES. INSUFFISANT, L'ACCUEIL EST BLOQUE (CODE
      *    9085) OU SEULEMENT SIGNALE (CODE 9080) SELON LE MODE DU
      *    PASSAGE ; SINON L'OPERATEUR EST ACCUEILLI NORMALEMENT.
       2370-CONTROLER-REPOS.
           SET REPOS-SUFFISANT TO TRUE
           IF WS-REPOS-MINIMUM-HEURES > ZERO
               AND OPM-DERNIERE-CONNEXION(1:14) IS NUMERIC
               AND OPM-DERNIERE-CONNEXION(1:14) < WS-REPOS-DEBUT-PASSAGE
               MOVE OPM-DERNIERE-CONNEXION(1:14)
                   TO WS-REPOS-HORODATAGE-PRECEDENT
               MOVE FUNCTION CURRENT-DATE
                   TO WS-REPOS-HORODATAGE-COURANT
               COMPUTE WS-REPOS-JOUR-PRECEDENT =
                   FUNCTION INTEGER-OF-DATE(WS-RHP-DATE)
               COMPUTE WS-REPOS-JOUR-COURANT =
                   FUNCTION INTEGER-OF-DATE(WS-RHC-DATE)
               IF WS-REPOS-JOUR-PRECEDENT > ZERO
                   COMPUTE WS-REPOS-MINUTES =
                       (WS-REPOS-JOUR-COURANT - WS-REPOS-JOUR-PRECEDENT)
                       * 1440
                       + (WS-RHC-HEURE * 60) + WS-RHC-MINUTE
                       - (WS-RHP-HEURE * 60) - WS-RHP-MINUTE
                   IF WS-REPOS-MINUTES NOT < ZERO
                       AND WS-REPOS-MINUTES
                           < WS-REPOS-MINIMUM-HEURES * 60
                       SET REPOS-INSUFFISANT TO TRUE
                       MOVE WS-REPOS-MINUTES TO WS-REPOS-MINUTES-AUDIT
                   END-IF
               END-IF
           END-IF

           IF REPOS-INSUFFISANT
               PERFORM 2400-LOCALISER-QUART
               IF REPOS-BLOQUANT
                   PERFORM 2380-BLOQUER-REPOS-INSUFFISANT
               ELSE
                   PERFORM 2390-SIGNALER-REPOS-INSUFFISANT
                   PERFORM 2060-TRAITER-OPERATEUR-TROUVE
               END-IF
           ELSE
               PERFORM 2060-TRAITER-OPERATEUR-TROUVE
           END-IF.

       2380-BLOQUER-REPOS-INSUFFISANT.
           DISPLAY "Accueil bloque - repos insuffisant : "
               ROS-ID-OPERATEUR " - " WS-REPOS-MINUTES-AUDIT
               " minutes depuis " WS-REPOS-HORODATAGE-PRECEDENT
           ADD 1 TO WS-COMPTEUR-REPOS-BLOQUES
           ADD 1 TO WS-SIT-REPOS-BLOQUES(WS-SIT-IDX)
           ADD 1 TO WS-QRT-REPOS-BLOQUES(WS-QRT-IDX)
           MOVE 9085 TO WS-CODE-RETOUR-AUDIT
           PERFORM 2800-ENREGISTRER-ACTIVITE.

       2390-SIGNALER-REPOS-INSUFFISANT.
           DISPLAY "Repos insuffisant signale : "
               ROS-ID-OPERATEUR " - " WS-REPOS-MINUTES-AUDIT
               " minutes depuis " WS-REPOS-HORODATAGE-PRECEDENT
           ADD 1 TO WS-COMPTEUR-REPOS-SIGNALES
           ADD 1 TO WS-QRT-REPOS-SIGNALES(WS-QRT-IDX)
           MOVE 9080 TO WS-CODE-RETOUR-AUDIT
           PERFORM 2800-ENREGISTRER-ACTIVITE.

       2300-SIGNALER-HORS-QUART.
           DISPLAY "Operateur hors quart demande : " ROS-ID-OPERATEUR
           MOVE 9040 TO WS-CODE-RETOUR-AUDIT
           PERFORM 2800-ENREGISTRER-ACTIVITE.

      *    L'AUTORISATION DE L'OPERATEUR SUR LE SITE DEMANDE DOIT
      *    ETRE EN VIGUEUR A LA DATE D'AFFAIRES (OPERATOR-SITE). EN
      *    RERUN PONCTUEL LE SITE N'EST PAS CONNU ET N'EST PAS CONTROLE.
       2340-CONTROLER-SITE.
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

       2360-SIGNALER-SITE-NON-AUTORISE.
           DISPLAY "Operateur non autorise sur le site " ROS-CODE-SITE
               " : " ROS-ID-OPERATEUR
           ADD 1 TO WS-COMPTEUR-NON-AUTORISES
           ADD 1 TO WS-SIT-NON-AUTORISES(WS-SIT-IDX)
           MOVE 9045 TO WS-CODE-RETOUR-AUDIT
           PERFORM 2800-ENREGISTRER-ACTIVITE.

       2400-LOCALISER-QUART.
           PERFORM VARYING WS-QRT-IDX FROM 1 BY 1
                   UNTIL WS-QRT-IDX > WS-NB-QUARTS
                   MOVE ZERO TO WS-QRT-ACCUEILS(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-REJETS(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-HORS-QUART(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-REPOS-SIGNALES(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-REPOS-BLOQUES(WS-QRT-IDX)
               ELSE
                   MOVE WS-NB-QUARTS TO WS-QRT-IDX
               END-IF
                   MOVE ZERO TO WS-SIT-SAUTES(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-HORS-QUART(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-NON-ACTIFS(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-NON-AUTORISES(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-REPOS-BLOQUES(WS-SIT-IDX)
               ELSE
                   MOVE WS-NB-SITES TO WS-SIT-IDX
               END-IF
       2850-JOURNALISER-CONNEXION.
           MOVE FUNCTION CURRENT-DATE TO CHJ-HORODATAGE
           MOVE WS-NOM-JOB TO CHJ-ORIGINE
           MOVE SPACES TO CHJ-DEMANDEUR
           MOVE SPACES TO CHJ-APPROBATEUR
           MOVE "X" TO CHJ-CODE-ACTION
           MOVE WS-IMAGE-AVANT-MASTER TO CHJ-IMAGE-AVANT
           MOVE OPM-ENREGISTREMENT TO CHJ-IMAGE-APRES
           END-IF.

       2800-ENREGISTRER-ACTIVITE.
           MOVE SPACES TO UAC-ENREGISTREMENT
           MOVE FUNCTION CURRENT-DATE TO UAC-HORODATAGE
           MOVE WS-NOM-JOB TO UAC-NOM-JOB
           MOVE ROS-ID-OPERATEUR TO UAC-ID-OPERATEUR
           MOVE WS-CODE-RETOUR-AUDIT TO UAC-CODE-RETOUR
           MOVE ROS-CODE-SITE TO UAC-CODE-SITE
           MOVE WS-QUART-AUDIT TO UAC-CODE-QUART
           MOVE WS-REFERENCE-AUDIT TO UAC-REFERENCE
           IF WS-CODE-RETOUR-AUDIT = 9080
               OR WS-CODE-RETOUR-AUDIT = 9085
               MOVE WS-REPOS-HORODATAGE-PRECEDENT
                   TO UAC-HORODATAGE-PRECEDENT
               MOVE WS-REPOS-MINUTES-AUDIT TO UAC-MINUTES-REPOS
               MOVE WS-IND-ACCUEIL-DEROGATION TO UAC-IND-DEROGATION
           END-IF
           WRITE UAC-ENREGISTREMENT
           IF NOT USERACT-OK
               DISPLAY "ERREUR ECRITURE USER-ACTIVITY POUR "
           MOVE ROS-ID-OPERATEUR TO CKP-DERNIER-ID-OPERATEUR
           MOVE WS-COMPTEUR-LUS TO CKP-COMPTEUR-LUS
           MOVE FUNCTION CURRENT-DATE TO CKP-HORODATAGE
           MOVE WS-PARM-SITE TO CKP-CODE-SITE
           WRITE CKP-ENREGISTREMENT
           IF NOT RESTART-OK
               DISPLAY "ERREUR ECRITURE RESTART-FILE - STATUT "
               CLOSE RUN-CONTROL
           END-IF
           CLOSE OPERATOR-MASTER
           CLOSE OPERATOR-SITE
           CLOSE GREETING-LOG
           CLOSE USER-ACTIVITY
           CLOSE SHIFT-EXCEPTIONS

       9200-MARQUER-DATE-TERMINEE.
           MOVE WS-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
           MOVE WS-PARM-SITE TO RCT-CODE-SITE
           READ RUN-CONTROL
               INVALID KEY
                   MOVE "23" TO WS-STATUT-RUNCTL
               END-IF
           ELSE
               DISPLAY "ENREGISTREMENT RUN-CONTROL INTROUVABLE POUR "
                   WS-DATE-AFFAIRES " " WS-PARM-SITE
                   " - STATUT " WS-STATUT-RUNCTL
               MOVE 16 TO RETURN-CODE
           END-IF.

           MOVE WS-QRT-ACCUEILS(WS-QRT-IDX) TO LTQ-ACCUEILS
           MOVE WS-QRT-REJETS(WS-QRT-IDX) TO LTQ-REJETS
           MOVE WS-QRT-HORS-QUART(WS-QRT-IDX) TO LTQ-HORS-QUART
           MOVE WS-QRT-REPOS-SIGNALES(WS-QRT-IDX) TO LTQ-REPOS-SIGNALES
           MOVE WS-QRT-REPOS-BLOQUES(WS-QRT-IDX) TO LTQ-REPOS-BLOQUES
           MOVE WS-LIGNE-TRAILER-QUART TO GRL-ENREGISTREMENT
           WRITE GRL-ENREGISTREMENT
           IF NOT GREETLOG-OK
           END-IF.

       9500-RECONCILIER-TOTAUX.
           IF WS-PARM-SITE NOT = SPACES
               DISPLAY "RECONCILIATION - FLUX DU SITE         : "
                   WS-PARM-SITE
               DISPLAY "RECONCILIATION - LIGNES AUTRES SITES  : "
                   WS-COMPTEUR-AUTRES-SITES
           END-IF
           DISPLAY "RECONCILIATION - LUS ROSTER-IN      : "
               WS-COMPTEUR-LUS
           DISPLAY "RECONCILIATION - ACCUEILS EMIS       : "
               WS-COMPTEUR-HORS-QUART
           DISPLAY "RECONCILIATION - NON ACTIFS          : "
               WS-COMPTEUR-NON-ACTIFS
           DISPLAY "RECONCILIATION - SITE NON AUTORISE   : "
               WS-COMPTEUR-NON-AUTORISES
           DISPLAY "RECONCILIATION - REPOS SIGNALES      : "
               WS-COMPTEUR-REPOS-SIGNALES
           DISPLAY "RECONCILIATION - REPOS BLOQUES       : "
               WS-COMPTEUR-REPOS-BLOQUES
           DISPLAY "RECONCILIATION - TOTAL CONTROLE SAISI: "
               WS-COMPTEUR-CONTROLE-SAISI
           DISPLAY "RECONCILIATION - BULLETINS REMIS     : "
               WS-COMPTEUR-BULLETINS-REMIS

           IF WS-COMPTEUR-LUS NOT = WS-COMPTEUR-CONTROLE-SAISI
               DISPLAY "RECONCILIATION EN ECHEC - ECART ROSTER"
           IF WS-COMPTEUR-ACCUEILS + WS-COMPTEUR-REJETS
                   + WS-COMPTEUR-INCONNUS + WS-COMPTEUR-SAUTES
                   + WS-COMPTEUR-HORS-QUART + WS-COMPTEUR-NON-ACTIFS
                   + WS-COMPTEUR-NON-AUTORISES
                   + WS-COMPTEUR-REPOS-BLOQUES
                   NOT = WS-COMPTEUR-LUS
               DISPLAY "RECONCILIATION EN ECHEC - ACCUEILS+REJETS+"
                   "INCONNUS+SAUTES+HORS QUART+NON ACTIFS"
                   "+NON AUTORISES+REPOS BLOQUES <> LUS"
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF

           IF NOT TRAITEMENT-INTERROMPU
               PERFORM 9550-ECRIRE-STATISTIQUES
               PERFORM 9700-ECRIRE-TOTAUX-CONTROLE
           END-IF.

      *    HISTORISE LES COMPTEURS DU PASSAGE SUR RUN-STATISTICS :
      *    UN ENREGISTREMENT GLOBAL, PUIS UN PAR SITE ET UN PAR
      *    QUART, TOUS SOUS LA DATE D'AFFAIRES DU PASSAGE. UN FLUX
      *    PAR SITE N'ECRIT PAS DE GLOBAL : C'EST EXCONSOL QUI LE
      *    CALCULE EN CONSOLIDANT LES FLUX.
       9550-ECRIRE-STATISTIQUES.
           IF WS-PARM-SITE = SPACES
               PERFORM 9555-ECRIRE-STATISTIQUE-GLOBALE
           END-IF

           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
               PERFORM 9560-ECRIRE-STATISTIQUE-SITE
           END-PERFORM

           PERFORM VARYING WS-QRT-IDX FROM 1 BY 1
                   UNTIL WS-QRT-IDX > WS-NB-QUARTS
               PERFORM 9570-ECRIRE-STATISTIQUE-QUART
           END-PERFORM.

       9555-ECRIRE-STATISTIQUE-GLOBALE.
           MOVE SPACES TO RST-ENREGISTREMENT
           MOVE WS-DATE-AFFAIRES TO RST-DATE-AFFAIRES
           MOVE "G" TO RST-TYPE-TOTAL
           MOVE WS-COMPTEUR-SAUTES TO RST-SAUTES
           MOVE WS-COMPTEUR-HORS-QUART TO RST-HORS-QUART
           MOVE WS-COMPTEUR-NON-ACTIFS TO RST-NON-ACTIFS
           MOVE WS-COMPTEUR-NON-AUTORISES TO RST-NON-AUTORISES
           MOVE WS-COMPTEUR-REPOS-BLOQUES TO RST-REPOS-REFUSES
           PERFORM 9580-ECRIRE-STATISTIQUE.

       9560-ECRIRE-STATISTIQUE-SITE.
           MOVE SPACES TO RST-ENREGISTREMENT
           MOVE WS-SIT-SAUTES(WS-SIT-IDX) TO RST-SAUTES
           MOVE WS-SIT-HORS-QUART(WS-SIT-IDX) TO RST-HORS-QUART
           MOVE WS-SIT-NON-ACTIFS(WS-SIT-IDX) TO RST-NON-ACTIFS
           MOVE WS-SIT-NON-AUTORISES(WS-SIT-IDX) TO RST-NON-AUTORISES
           MOVE WS-SIT-REPOS-BLOQUES(WS-SIT-IDX) TO RST-REPOS-REFUSES
           PERFORM 9580-ECRIRE-STATISTIQUE.

       9570-ECRIRE-STATISTIQUE-QUART.
           MOVE ZERO TO RST-LUS
           MOVE WS-QRT-ACCUEILS(WS-QRT-IDX) TO RST-ACCUEILS
           MOVE WS-QRT-REJETS(WS-QRT-IDX) TO RST-REJETS
           MOVE WS-QRT-REPOS-SIGNALES(WS-QRT-IDX) TO RST-REPOS-SIGNALES
           MOVE WS-QRT-REPOS-BLOQUES(WS-QRT-IDX) TO RST-REPOS-BLOQUES
           MOVE WS-QRT-HORS-QUART(WS-QRT-IDX) TO RST-HORS-QUART
           MOVE ZERO TO RST-NON-ACTIFS
           MOVE ZERO TO RST-NON-AUTORISES
           MOVE ZERO TO RST-REPOS-REFUSES
           PERFORM 9580-ECRIRE-STATISTIQUE.

       9580-ECRIRE-STATISTIQUE.
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    DEPOSE LES COMPTEURS DU PASSAGE SUR LE GRAND LIVRE DES
      *    TOTAUX DE CONTROLE : ENTREES = LUS ROSTER-IN, SORTIES =
      *    ACCUEILS EMIS SUR TIME-EXTRACT (AVEC LEUR TOTAL DE
      *    HACHAGE), REJETS = NOMS REJETES, ECARTES = INCONNUS +
      *    SAUTES + HORS QUART + NON ACTIFS + NON AUTORISES SUR LE
      *    SITE + ACCUEILS BLOQUES POUR REPOS INSUFFISANT. UN FLUX
      *    PAR SITE DEPOSE SOUS SON CODE SITE.
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
               MOVE WS-PARM-SITE TO CTL-CLE-SECONDAIRE
               MOVE WS-COMPTEUR-LUS TO CTL-ENTREES
               MOVE WS-COMPTEUR-ACCUEILS TO CTL-SORTIES
               MOVE WS-COMPTEUR-REJETS TO CTL-REJETS
               COMPUTE CTL-ECARTES = WS-COMPTEUR-INCONNUS
                   + WS-COMPTEUR-SAUTES + WS-COMPTEUR-HORS-QUART
                   + WS-COMPTEUR-NON-ACTIFS + WS-COMPTEUR-NON-AUTORISES
                   + WS-COMPTEUR-REPOS-BLOQUES
               MOVE WS-HASH-IDS-OPERATEUR TO CTL-HASH
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

       9600-RECONCILIER-SITE.
           DISPLAY "RECONCILIATION SITE " WS-SIT-CODE(WS-SIT-IDX)
               " - LUS " WS-SIT-LUS(WS-SIT-IDX)
               " - SAUTES " WS-SIT-SAUTES(WS-SIT-IDX)
               " HORS QUART " WS-SIT-HORS-QUART(WS-SIT-IDX)
               " NON ACTIFS " WS-SIT-NON-ACTIFS(WS-SIT-IDX)
               " NON AUTORISES " WS-SIT-NON-AUTORISES(WS-SIT-IDX)
               " REPOS BLOQUES " WS-SIT-REPOS-BLOQUES(WS-SIT-IDX)
           IF WS-SIT-ACCUEILS(WS-SIT-IDX) + WS-SIT-REJETS(WS-SIT-IDX)
                   + WS-SIT-INCONNUS(WS-SIT-IDX)
                   + WS-SIT-SAUTES(WS-SIT-IDX)
                   + WS-SIT-HORS-QUART(WS-SIT-IDX)
                   + WS-SIT-NON-ACTIFS(WS-SIT-IDX)
                   + WS-SIT-NON-AUTORISES(WS-SIT-IDX)
                   + WS-SIT-REPOS-BLOQUES(WS-SIT-IDX)
                   NOT = WS-SIT-LUS(WS-SIT-IDX)
               DISPLAY "RECONCILIATION EN ECHEC POUR LE SITE "
                   WS-SIT-CODE(WS-SIT-IDX)
