       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCONSOL.
       AUTHOR. Appez.

      ******************************************************************
      *    CONSOLIDATION DES FLUX EXERCICE1 PAR SITE : QUAND EXERCICE1
      *    TOURNE EN UN FLUX PAR CODE SITE, CHAQUE FLUX PRODUIT SON
      *    PROPRE TIME-EXTRACT ET SES PROPRES STATISTIQUES. EXCONSOL
      *    LES FUSIONNE POUR UNE DATE D'AFFAIRES.
      *    PARAMETRES : [AAAAMMJJ|* [FORCE|* [SITE ...]]]
      *      - DATE D'AFFAIRES (DATE DU JOUR PAR DEFAUT)
      *      - FORCE : REFAIT UNE CONSOLIDATION DEJA TERMINEE
      *      - SITES ATTENDUS (10 AU PLUS ; S01 S02 S03 PAR DEFAUT,
      *        COMME ROSMERGE)
      *    LA CONSOLIDATION EST REFUSEE (CODE RETOUR 12, AUCUNE
      *    SORTIE ECRITE) TANT QU'UN SITE ATTENDU N'EST PAS TERMINE
      *    OU ANNULE DANS RUN-CONTROL, OU QUE L'EXTRACTION D'UN SITE
      *    TERMINE EST ABSENTE, EN DOUBLE OU NE CONCORDE PAS AVEC SON
      *    TRAILER. UN SITE ANNULE EST EXCLU DE LA CONSOLIDATION.
      *    ENTREES : TIMEXSIT (EXTRACTIONS DES FLUX CONCATENEES, UNE
      *    SECTION ENTETE / DETAILS / TRAILER PAR SITE) ET RUNSTSIT
      *    (STATISTIQUES DES FLUX CONCATENEES).
      *    SORTIES : TIMEEXT (TIME-EXTRACT DU JOUR, UN ENTETE, LES
      *    DETAILS DES SITES TERMINES ET UN TRAILER AVEC LE COMPTEUR
      *    ET LE TOTAL DE HACHAGE D'ENSEMBLE), RUNSTATS (TOTAL
      *    GLOBAL, TOTAUX PAR SITE ET PAR QUART DE LA DATE), ETAT
      *    EXCRPRT, ENREGISTREMENT RUN-CONTROL DE LA DATE A SITE
      *    ESPACES (CONSOLIDATION TERMINEE) ET TOTAUX DE CONTROLE
      *    DE L'ETAPE EXCONSOL SUR CTLTOT.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLE
               FILE STATUS IS WS-STATUT-RUNCTL.

           SELECT SITE-EXTRACTS ASSIGN TO "TIMEXSIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TIMEXSIT.

           SELECT TIME-EXTRACT ASSIGN TO "TIMEEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TIMEEXT.

           SELECT SITE-STATISTICS ASSIGN TO "RUNSTSIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNSTSIT.

           SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNSTATS.

           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLE
               FILE STATUS IS WS-STATUT-CTLTOT.

           SELECT CONSOL-REPORT ASSIGN TO "EXCRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXCRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  SITE-EXTRACTS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "timeext.cpy" REPLACING LEADING ==TAE== BY ==TXS==.

       FD  TIME-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
           COPY "timeext.cpy".

       FD  SITE-STATISTICS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "runstats.cpy" REPLACING LEADING ==RST== BY ==RSS==.

       FD  RUN-STATISTICS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "runstats.cpy".

       FD  CONTROL-TOTALS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ctltot.cpy".

       FD  CONSOL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "excrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-RUNCTL           PIC X(2).
           88  RUNCTL-OK              VALUE "00".
           88  RUNCTL-NON-TROUVE      VALUE "23".
           88  RUNCTL-ABSENT          VALUE "35".

       01  WS-STATUT-TIMEXSIT         PIC X(2).
           88  TIMEXSIT-OK            VALUE "00".
           88  TIMEXSIT-FIN           VALUE "10".
           88  TIMEXSIT-ABSENT        VALUE "35".

       01  WS-STATUT-TIMEEXT          PIC X(2).
           88  TIMEEXT-OK             VALUE "00".

       01  WS-STATUT-RUNSTSIT         PIC X(2).
           88  RUNSTSIT-OK            VALUE "00".
           88  RUNSTSIT-FIN           VALUE "10".
           88  RUNSTSIT-ABSENT        VALUE "35".

       01  WS-STATUT-RUNSTATS         PIC X(2).
           88  RUNSTATS-OK            VALUE "00".

       01  WS-STATUT-CTLTOT           PIC X(2).
           88  CTLTOT-OK              VALUE "00".
           88  CTLTOT-ABSENT          VALUE "35".

       01  WS-STATUT-EXCRPRT          PIC X(2).
           88  EXCRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-IND-RUNCTL-OUVERT   PIC X(1) VALUE "N".
               88  RUNCTL-OUVERT      VALUE "O".
           05  WS-FIN-FICHIER-TIMEXSIT PIC X(1) VALUE "N".
               88  FIN-FICHIER-TIMEXSIT VALUE "O".
           05  WS-FIN-FICHIER-RUNSTSIT PIC X(1) VALUE "N".
               88  FIN-FICHIER-RUNSTSIT VALUE "O".
           05  WS-IND-TIMEXSIT-OUVERT PIC X(1) VALUE "N".
               88  TIMEXSIT-OUVERT    VALUE "O".
           05  WS-IND-RUNSTSIT-OUVERT PIC X(1) VALUE "N".
               88  RUNSTSIT-OUVERT    VALUE "O".
           05  WS-IND-CONSOLIDATION   PIC X(1) VALUE "O".
               88  CONSOLIDATION-AUTORISEE VALUE "O".
               88  CONSOLIDATION-REFUSEE   VALUE "N".
           05  WS-IND-FORCE           PIC X(1) VALUE "N".
               88  CONSOLIDATION-FORCEE VALUE "O".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-PARM-OPTION             PIC X(8)  VALUE SPACES.
       01  WS-PARM-SITES.
           05  WS-PARM-SITE OCCURS 10 TIMES PIC X(3).
       01  WS-PARM-IDX                PIC 9(2).
       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.
       01  WS-NOM-JOB                 PIC X(8)  VALUE "EXCONSOL".
       01  WS-MOTIF-REFUS             PIC X(60) VALUE SPACES.

      *    SITES ATTENDUS : ETAT RUN-CONTROL DU FLUX, CONTROLE DE SA
      *    SECTION D'EXTRACTION ET DERNIERES STATISTIQUES DEPOSEES
      *    PAR LE FLUX POUR LA DATE (UN FLUX REPRIS EN ECRIT DE
      *    NOUVELLES A LA SUITE DES PRECEDENTES).
       01  WS-TABLE-SITES.
           05  WS-NB-SITES            PIC 9(2)  VALUE ZERO.
           05  WS-SITE-ENTREE OCCURS 10 TIMES.
               10  WS-SIT-CODE        PIC X(3).
               10  WS-SIT-ETAT        PIC X(1).
                   88  WS-SIT-TERMINE VALUE "T".
                   88  WS-SIT-ANNULE  VALUE "X".
               10  WS-SIT-LIBELLE-ETAT PIC X(8).
               10  WS-SIT-VERDICT     PIC X(14).
               10  WS-SIT-IND-INTEGRE PIC X(1).
                   88  WS-SIT-INTEGRE VALUE "O".
               10  WS-SIT-IND-EXTRACT PIC X(1).
               10  WS-SIT-IND-TRAILER PIC X(1).
               10  WS-SIT-DETAILS     PIC 9(8).
               10  WS-SIT-HASH        PIC 9(15).
               10  WS-SIT-TRL-DETAILS PIC 9(8).
               10  WS-SIT-TRL-HASH    PIC 9(15).
               10  WS-SIT-IND-STATS   PIC X(1).
               10  WS-SIT-LUS         PIC 9(8).
               10  WS-SIT-ACCUEILS    PIC 9(8).
               10  WS-SIT-REJETS      PIC 9(8).
               10  WS-SIT-INCONNUS    PIC 9(8).
               10  WS-SIT-SAUTES      PIC 9(8).
               10  WS-SIT-HORS-QUART  PIC 9(8).
               10  WS-SIT-NON-ACTIFS  PIC 9(8).
               10  WS-SIT-NON-AUTORISES PIC 9(8).
               10  WS-SIT-REPOS-REFUSES PIC 9(8).
               10  WS-SIT-NB-QUARTS   PIC 9(2).
               10  WS-SIT-QUART OCCURS 9 TIMES.
                   15  WS-SQT-CODE        PIC X(1).
                   15  WS-SQT-ACCUEILS    PIC 9(8).
                   15  WS-SQT-REJETS      PIC 9(8).
                   15  WS-SQT-HORS-QUART  PIC 9(8).
                   15  WS-SQT-REPOS-SIGNALES PIC 9(8).
                   15  WS-SQT-REPOS-BLOQUES  PIC 9(8).
       01  WS-SIT-IDX                 PIC 9(2).
       01  WS-SIT-COURANT             PIC 9(2)  VALUE ZERO.
       01  WS-SQT-IDX                 PIC 9(2).

      *    TOTAUX PAR QUART DE LA DATE, TOUS SITES INTEGRES CONFONDUS.
       01  WS-TABLE-QUARTS.
           05  WS-NB-QUARTS           PIC 9(2)  VALUE ZERO.
           05  WS-QUART-ENTREE OCCURS 9 TIMES.
               10  WS-QRT-CODE        PIC X(1).
               10  WS-QRT-ACCUEILS    PIC 9(8).
               10  WS-QRT-REJETS      PIC 9(8).
               10  WS-QRT-HORS-QUART  PIC 9(8).
               10  WS-QRT-REPOS-SIGNALES PIC 9(8).
               10  WS-QRT-REPOS-BLOQUES  PIC 9(8).
       01  WS-QRT-IDX                 PIC 9(2).

       01  WS-COMPTEUR-SITES-INTEGRES PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SITES-EXCLUS   PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SITES-BLOQUANTS PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SITES-SANS-STATS PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SECTIONS-IGNOREES PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DETAILS-LUS    PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DETAILS-ECRITS PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DETAILS-ECARTES PIC 9(8) VALUE ZERO.
       01  WS-HASH-IDS-OPERATEUR      PIC 9(15) VALUE ZERO.
       01  WS-HASH-ATTENDU            PIC 9(15) VALUE ZERO.

       01  WS-TOT-LUS                 PIC 9(8).
       01  WS-TOT-ACCUEILS            PIC 9(8).
       01  WS-TOT-REJETS              PIC 9(8).
       01  WS-TOT-INCONNUS            PIC 9(8).
       01  WS-TOT-SAUTES              PIC 9(8).
       01  WS-TOT-HORS-QUART          PIC 9(8).
       01  WS-TOT-NON-ACTIFS          PIC 9(8).
       01  WS-TOT-NON-AUTORISES       PIC 9(8).
       01  WS-TOT-REPOS-REFUSES       PIC 9(8).

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(34)
               VALUE "CONSOLIDATION DES FLUX - EXCONSOL".
           05  FILLER                 PIC X(18)
               VALUE "  DATE D'AFFAIRES ".
           05  BEN-DATE-AFFAIRES      PIC X(8).
           05  FILLER                 PIC X(11) VALUE "  EDITE LE ".
           05  BEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  BEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  BTI-TEXTE              PIC X(132).

       01  WS-LIGNE-TITRE-SITES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "SITE".
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "ETAT".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE " DETAILS".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "       HASH IDS".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "TRL DET.".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "   TRAILER HASH".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "VERDICT".
           05  FILLER                 PIC X(47) VALUE SPACES.

       01  WS-LIGNE-SITE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-SITE               PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-ETAT               PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-DETAILS            PIC ZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-HASH               PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-TRL-DETAILS        PIC ZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-TRL-HASH           PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BST-VERDICT            PIC X(14).
           05  FILLER                 PIC X(47) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  BCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       01  WS-LIGNE-HASH.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BHA-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  BHA-VALEUR             PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-LIGNE-VERDICT.
           05  BVD-TEXTE              PIC X(132).

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM 2000-CONTROLER-SITES
               IF CONSOLIDATION-AUTORISEE
                   PERFORM 3000-CONTROLER-EXTRACTIONS
               END-IF
               IF CONSOLIDATION-AUTORISEE
                   PERFORM 4000-CHARGER-STATISTIQUES
                   PERFORM 5000-FUSIONNER-EXTRACTIONS
               END-IF
               IF CONSOLIDATION-AUTORISEE
                   PERFORM 6000-ECRIRE-STATISTIQUES
                   PERFORM 7000-MARQUER-CONSOLIDATION
                   PERFORM 7500-ECRIRE-TOTAUX-CONTROLE
               END-IF
               PERFORM 8000-ECRIRE-BILAN
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES

           OPEN OUTPUT CONSOL-REPORT
           IF NOT EXCRPRT-OK
               DISPLAY "ERREUR OUVERTURE CONSOL-REPORT - STATUT "
                   WS-STATUT-EXCRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

      *    SANS FICHIER RUN-CONTROL, AUCUN FLUX N'A DEMARRE : TOUS
      *    LES SITES SONT ABSENTS ET LA CONSOLIDATION EST REFUSEE.
           OPEN I-O RUN-CONTROL
           IF RUNCTL-ABSENT
               DISPLAY "FICHIER RUN-CONTROL ABSENT"
           ELSE
               IF NOT RUNCTL-OK
                   DISPLAY "ERREUR OUVERTURE RUN-CONTROL - STATUT "
                       WS-STATUT-RUNCTL
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET RUNCTL-OUVERT TO TRUE
               END-IF
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DATE-AFFAIRES TO BEN-DATE-AFFAIRES
           MOVE WS-DHS-DATE TO BEN-DATE
           MOVE WS-DHS-HEURE TO BEN-HEURE
           MOVE WS-LIGNE-ENTETE TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE "ETAT DES FLUX PAR SITE" TO BTI-TEXTE
           MOVE WS-LIGNE-TITRE TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-TITRE-SITES TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       1300-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           MOVE SPACES TO WS-PARM-SITES
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
                   INTO WS-PARM-DATE-AFFAIRES WS-PARM-OPTION
                       WS-PARM-SITE(1) WS-PARM-SITE(2)
                       WS-PARM-SITE(3) WS-PARM-SITE(4)
                       WS-PARM-SITE(5) WS-PARM-SITE(6)
                       WS-PARM-SITE(7) WS-PARM-SITE(8)
                       WS-PARM-SITE(9) WS-PARM-SITE(10)
           END-IF
           IF WS-PARM-DATE-AFFAIRES NOT = SPACES
               AND WS-PARM-DATE-AFFAIRES IS NUMERIC
               MOVE WS-PARM-DATE-AFFAIRES TO WS-DATE-AFFAIRES
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE WS-DHS-DATE TO WS-DATE-AFFAIRES
           END-IF

           EVALUATE WS-PARM-OPTION
               WHEN "FORCE"
                   SET CONSOLIDATION-FORCEE TO TRUE
               WHEN SPACES
               WHEN "*"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPTION " WS-PARM-OPTION
                       " INCONNUE - FORCE OU * ATTENDU"
                   MOVE "OPTION DE PASSAGE INCONNUE" TO WS-MOTIF-REFUS
                   SET CONSOLIDATION-REFUSEE TO TRUE
           END-EVALUATE

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 10
               IF WS-PARM-SITE(WS-PARM-IDX) NOT = SPACES
                   PERFORM 1350-AJOUTER-SITE-ATTENDU
               END-IF
           END-PERFORM
           IF WS-NB-SITES = ZERO
               MOVE "S01" TO WS-PARM-SITE(1)
               MOVE "S02" TO WS-PARM-SITE(2)
               MOVE "S03" TO WS-PARM-SITE(3)
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > 3
                   PERFORM 1350-AJOUTER-SITE-ATTENDU
               END-PERFORM
           END-IF.

       1350-AJOUTER-SITE-ATTENDU.
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
                   OR WS-SIT-CODE(WS-SIT-IDX)
                       = WS-PARM-SITE(WS-PARM-IDX)
               CONTINUE
           END-PERFORM
           IF WS-SIT-IDX > WS-NB-SITES
               ADD 1 TO WS-NB-SITES
               MOVE WS-NB-SITES TO WS-SIT-IDX
               INITIALIZE WS-SITE-ENTREE(WS-SIT-IDX)
               MOVE WS-PARM-SITE(WS-PARM-IDX) TO WS-SIT-CODE(WS-SIT-IDX)
               MOVE "N" TO WS-SIT-IND-INTEGRE(WS-SIT-IDX)
               MOVE "N" TO WS-SIT-IND-EXTRACT(WS-SIT-IDX)
               MOVE "N" TO WS-SIT-IND-TRAILER(WS-SIT-IDX)
               MOVE "N" TO WS-SIT-IND-STATS(WS-SIT-IDX)
           END-IF.

      *    ETAT RUN-CONTROL DE CHAQUE SITE ATTENDU : TERMINE OU
      *    ANNULE EST REQUIS ; EN COURS OU SANS ENREGISTREMENT
      *    BLOQUE LA CONSOLIDATION. L'ENREGISTREMENT A SITE ESPACES
      *    DE LA DATE SIGNALE UNE CONSOLIDATION DEJA FAITE (OU UN
      *    PASSAGE TOUS SITES) : IL FAUT ALORS L'OPTION FORCE.
       2000-CONTROLER-SITES.
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
               PERFORM 2100-LIRE-ETAT-SITE
           END-PERFORM

           IF WS-COMPTEUR-SITES-BLOQUANTS > ZERO
               MOVE "SITE(S) NI TERMINE(S) NI ANNULE(S)"
                   TO WS-MOTIF-REFUS
               SET CONSOLIDATION-REFUSEE TO TRUE
           END-IF

           IF RUNCTL-OUVERT
               MOVE WS-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
               MOVE SPACES TO RCT-CODE-SITE
               READ RUN-CONTROL
                   INVALID KEY
                       MOVE "23" TO WS-STATUT-RUNCTL
               END-READ
               IF RUNCTL-OK
                   EVALUATE TRUE
                       WHEN RCT-TERMINE AND NOT CONSOLIDATION-FORCEE
                           MOVE "DATE DEJA CONSOLIDEE - FORCE REQUIS"
                               TO WS-MOTIF-REFUS
                           SET CONSOLIDATION-REFUSEE TO TRUE
                       WHEN RCT-EN-COURS
                           MOVE "PASSAGE TOUS SITES EN COURS"
                               TO WS-MOTIF-REFUS
                           SET CONSOLIDATION-REFUSEE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2100-LIRE-ETAT-SITE.
           MOVE SPACES TO WS-SIT-ETAT(WS-SIT-IDX)
           IF RUNCTL-OUVERT
               MOVE WS-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
               MOVE WS-SIT-CODE(WS-SIT-IDX) TO RCT-CODE-SITE
               READ RUN-CONTROL
                   INVALID KEY
                       MOVE "23" TO WS-STATUT-RUNCTL
               END-READ
               IF RUNCTL-OK
                   MOVE RCT-ETAT TO WS-SIT-ETAT(WS-SIT-IDX)
               ELSE
                   IF NOT RUNCTL-NON-TROUVE
                       DISPLAY "ERREUR LECTURE RUN-CONTROL POUR "
                           WS-SIT-CODE(WS-SIT-IDX) " - STATUT "
                           WS-STATUT-RUNCTL
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SIT-TERMINE(WS-SIT-IDX)
                   MOVE "TERMINE" TO WS-SIT-LIBELLE-ETAT(WS-SIT-IDX)
                   MOVE "A CONTROLER" TO WS-SIT-VERDICT(WS-SIT-IDX)
               WHEN WS-SIT-ANNULE(WS-SIT-IDX)
                   MOVE "ANNULE" TO WS-SIT-LIBELLE-ETAT(WS-SIT-IDX)
                   MOVE "EXCLU ANNULE" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-EXCLUS
               WHEN WS-SIT-ETAT(WS-SIT-IDX) = "E"
                   MOVE "EN COURS" TO WS-SIT-LIBELLE-ETAT(WS-SIT-IDX)
                   MOVE "NON TERMINE" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-BLOQUANTS
               WHEN OTHER
                   MOVE "ABSENT" TO WS-SIT-LIBELLE-ETAT(WS-SIT-IDX)
                   MOVE "NON DEMARRE" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-BLOQUANTS
           END-EVALUATE.

      *    PREMIERE LECTURE DES EXTRACTIONS DES FLUX : COMPTE LES
      *    DETAILS ET CALCULE LE HACHAGE DE CHAQUE SECTION, QUI DOIT
      *    CONCORDER AVEC SON TRAILER. RIEN N'EST ECRIT TANT QUE
      *    TOUTES LES SECTIONS DES SITES TERMINES NE SONT PAS SAINES.
       3000-CONTROLER-EXTRACTIONS.
           MOVE "N" TO WS-FIN-FICHIER-TIMEXSIT
           MOVE ZERO TO WS-SIT-COURANT
           OPEN INPUT SITE-EXTRACTS
           IF TIMEXSIT-ABSENT
               DISPLAY "EXTRACTIONS DES FLUX (TIMEXSIT) ABSENTES"
               SET FIN-FICHIER-TIMEXSIT TO TRUE
           ELSE
               IF NOT TIMEXSIT-OK
                   DISPLAY "ERREUR OUVERTURE SITE-EXTRACTS - STATUT "
                       WS-STATUT-TIMEXSIT
                   MOVE 16 TO RETURN-CODE
                   MOVE "EXTRACTIONS DES FLUX ILLISIBLES"
                       TO WS-MOTIF-REFUS
                   SET CONSOLIDATION-REFUSEE TO TRUE
                   SET FIN-FICHIER-TIMEXSIT TO TRUE
               ELSE
                   SET TIMEXSIT-OUVERT TO TRUE
                   PERFORM 3900-LIRE-EXTRACTION
               END-IF
           END-IF

           PERFORM UNTIL FIN-FICHIER-TIMEXSIT
               EVALUATE TRUE
                   WHEN TXS-TYPE-ENTETE
                       PERFORM 3100-CONTROLER-ENTETE
                   WHEN TXS-TYPE-DETAIL
                       IF WS-SIT-COURANT > ZERO
                           ADD 1 TO WS-SIT-DETAILS(WS-SIT-COURANT)
                           IF TXS-DET-ID-OPERATEUR(2:4) IS NUMERIC
                               ADD FUNCTION
                                   NUMVAL(TXS-DET-ID-OPERATEUR(2:4))
                                   TO WS-SIT-HASH(WS-SIT-COURANT)
                           END-IF
                       END-IF
                   WHEN TXS-TYPE-TRAILER
                       IF WS-SIT-COURANT > ZERO
                           MOVE "O"
                               TO WS-SIT-IND-TRAILER(WS-SIT-COURANT)
                           MOVE TXS-TRL-NB-DETAILS
                               TO WS-SIT-TRL-DETAILS(WS-SIT-COURANT)
                           MOVE TXS-TRL-HASH-IDS
                               TO WS-SIT-TRL-HASH(WS-SIT-COURANT)
                       END-IF
                       MOVE ZERO TO WS-SIT-COURANT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 3900-LIRE-EXTRACTION
           END-PERFORM

           IF TIMEXSIT-OUVERT
               CLOSE SITE-EXTRACTS
               MOVE "N" TO WS-IND-TIMEXSIT-OUVERT
           END-IF

           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
               PERFORM 3200-JUGER-SITE
           END-PERFORM

           IF WS-COMPTEUR-SITES-BLOQUANTS > ZERO
               AND CONSOLIDATION-AUTORISEE
               MOVE "EXTRACTION(S) DE SITE TERMINE NON CONFORME(S)"
                   TO WS-MOTIF-REFUS
               SET CONSOLIDATION-REFUSEE TO TRUE
           END-IF.

      *    UNE SECTION N'EST RETENUE QUE POUR LA DATE D'AFFAIRES ET UN
      *    SITE ATTENDU ; LES AUTRES SONT SIGNALEES ET IGNOREES.
       3100-CONTROLER-ENTETE.
           MOVE ZERO TO WS-SIT-COURANT
           IF TXS-ENT-DATE-AFFAIRES NOT = WS-DATE-AFFAIRES
               DISPLAY "SECTION " TXS-ENT-CODE-SITE " DU "
                   TXS-ENT-DATE-AFFAIRES " IGNOREE - AUTRE DATE"
               ADD 1 TO WS-COMPTEUR-SECTIONS-IGNOREES
           ELSE
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                       UNTIL WS-SIT-IDX > WS-NB-SITES
                       OR WS-SIT-CODE(WS-SIT-IDX) = TXS-ENT-CODE-SITE
                   CONTINUE
               END-PERFORM
               IF WS-SIT-IDX > WS-NB-SITES
                   DISPLAY "SECTION " TXS-ENT-CODE-SITE
                       " IGNOREE - SITE NON ATTENDU"
                   ADD 1 TO WS-COMPTEUR-SECTIONS-IGNOREES
               ELSE
                   IF WS-SIT-IND-EXTRACT(WS-SIT-IDX) = "O"
                       MOVE "EXTRACT DOUBLE"
                           TO WS-SIT-VERDICT(WS-SIT-IDX)
                   END-IF
                   MOVE "O" TO WS-SIT-IND-EXTRACT(WS-SIT-IDX)
                   MOVE WS-SIT-IDX TO WS-SIT-COURANT
               END-IF
           END-IF.

       3200-JUGER-SITE.
           EVALUATE TRUE
               WHEN WS-SIT-ANNULE(WS-SIT-IDX)
                   ADD WS-SIT-DETAILS(WS-SIT-IDX)
                       TO WS-COMPTEUR-DETAILS-ECARTES
               WHEN NOT WS-SIT-TERMINE(WS-SIT-IDX)
                   CONTINUE
               WHEN WS-SIT-VERDICT(WS-SIT-IDX) = "EXTRACT DOUBLE"
                   ADD 1 TO WS-COMPTEUR-SITES-BLOQUANTS
               WHEN WS-SIT-IND-EXTRACT(WS-SIT-IDX) NOT = "O"
                   MOVE "SANS EXTRACT" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-BLOQUANTS
               WHEN WS-SIT-IND-TRAILER(WS-SIT-IDX) NOT = "O"
                   MOVE "SANS TRAILER" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-BLOQUANTS
               WHEN WS-SIT-DETAILS(WS-SIT-IDX)
                       NOT = WS-SIT-TRL-DETAILS(WS-SIT-IDX)
               WHEN WS-SIT-HASH(WS-SIT-IDX)
                       NOT = WS-SIT-TRL-HASH(WS-SIT-IDX)
                   MOVE "TRAILER FAUX" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-BLOQUANTS
               WHEN OTHER
                   MOVE "INTEGRE" TO WS-SIT-VERDICT(WS-SIT-IDX)
                   MOVE "O" TO WS-SIT-IND-INTEGRE(WS-SIT-IDX)
                   ADD 1 TO WS-COMPTEUR-SITES-INTEGRES
                   ADD WS-SIT-HASH(WS-SIT-IDX) TO WS-HASH-ATTENDU
           END-EVALUATE
           ADD WS-SIT-DETAILS(WS-SIT-IDX) TO WS-COMPTEUR-DETAILS-LUS.

       3900-LIRE-EXTRACTION.
           READ SITE-EXTRACTS
               AT END
                   SET FIN-FICHIER-TIMEXSIT TO TRUE
           END-READ
           IF NOT FIN-FICHIER-TIMEXSIT AND NOT TIMEXSIT-OK
               DISPLAY "ERREUR LECTURE SITE-EXTRACTS - STATUT "
                   WS-STATUT-TIMEXSIT
               MOVE 16 TO RETURN-CODE
               MOVE "EXTRACTIONS DES FLUX ILLISIBLES" TO WS-MOTIF-REFUS
               SET CONSOLIDATION-REFUSEE TO TRUE
               SET FIN-FICHIER-TIMEXSIT TO TRUE
           END-IF.

      *    STATISTIQUES DES FLUX : UN ENREGISTREMENT SITE SUIVI DES
      *    TOTAUX PAR QUART DU MEME FLUX. SEULS LES SITES INTEGRES SONT
      *    RETENUS ; UN FLUX REPRIS A DEPOSE PLUSIEURS JEUX POUR LA
      *    DATE ET SEUL LE DERNIER COMPTE.
       4000-CHARGER-STATISTIQUES.
           MOVE ZERO TO WS-SIT-COURANT
           OPEN INPUT SITE-STATISTICS
           IF RUNSTSIT-ABSENT
               DISPLAY "STATISTIQUES DES FLUX (RUNSTSIT) ABSENTES"
               SET FIN-FICHIER-RUNSTSIT TO TRUE
           ELSE
               IF NOT RUNSTSIT-OK
                   DISPLAY "ERREUR OUVERTURE SITE-STATISTICS - STATUT "
                       WS-STATUT-RUNSTSIT
                   MOVE 16 TO RETURN-CODE
                   SET FIN-FICHIER-RUNSTSIT TO TRUE
               ELSE
                   SET RUNSTSIT-OUVERT TO TRUE
                   PERFORM 4900-LIRE-STATISTIQUE
               END-IF
           END-IF

           PERFORM UNTIL FIN-FICHIER-RUNSTSIT
               IF RSS-DATE-AFFAIRES = WS-DATE-AFFAIRES
                   EVALUATE TRUE
                       WHEN RSS-TOTAL-SITE
                           PERFORM 4100-CHARGER-STATISTIQUE-SITE
                       WHEN RSS-TOTAL-QUART
                           IF WS-SIT-COURANT > ZERO
                               PERFORM 4200-CHARGER-STATISTIQUE-QUART
                           END-IF
                       WHEN OTHER
                           MOVE ZERO TO WS-SIT-COURANT
                   END-EVALUATE
               END-IF
               PERFORM 4900-LIRE-STATISTIQUE
           END-PERFORM

           IF RUNSTSIT-OUVERT
               CLOSE SITE-STATISTICS
               MOVE "N" TO WS-IND-RUNSTSIT-OUVERT
           END-IF

           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
               IF WS-SIT-INTEGRE(WS-SIT-IDX)
                   AND WS-SIT-IND-STATS(WS-SIT-IDX) NOT = "O"
                   DISPLAY "SITE " WS-SIT-CODE(WS-SIT-IDX)
                       " SANS STATISTIQUES POUR LA DATE"
                   ADD 1 TO WS-COMPTEUR-SITES-SANS-STATS
               END-IF
           END-PERFORM
           IF WS-COMPTEUR-SITES-SANS-STATS > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4100-CHARGER-STATISTIQUE-SITE.
           MOVE ZERO TO WS-SIT-COURANT
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
                   OR WS-SIT-CODE(WS-SIT-IDX) = RSS-CLE
               CONTINUE
           END-PERFORM
           IF WS-SIT-IDX NOT > WS-NB-SITES
               IF WS-SIT-INTEGRE(WS-SIT-IDX)
                   MOVE WS-SIT-IDX TO WS-SIT-COURANT
                   MOVE "O" TO WS-SIT-IND-STATS(WS-SIT-IDX)
                   MOVE RSS-LUS TO WS-SIT-LUS(WS-SIT-IDX)
                   MOVE RSS-ACCUEILS TO WS-SIT-ACCUEILS(WS-SIT-IDX)
                   MOVE RSS-REJETS TO WS-SIT-REJETS(WS-SIT-IDX)
                   MOVE RSS-INCONNUS TO WS-SIT-INCONNUS(WS-SIT-IDX)
                   MOVE RSS-SAUTES TO WS-SIT-SAUTES(WS-SIT-IDX)
                   MOVE RSS-HORS-QUART TO WS-SIT-HORS-QUART(WS-SIT-IDX)
                   MOVE RSS-NON-ACTIFS TO WS-SIT-NON-ACTIFS(WS-SIT-IDX)
                   MOVE RSS-NON-AUTORISES
                       TO WS-SIT-NON-AUTORISES(WS-SIT-IDX)
      *            UN FLUX ANTERIEUR AU COMPTEUR DES ACCUEILS BLOQUES
      *            POUR REPOS PORTE DES ESPACES A SA PLACE.
                   IF RSS-REPOS-REFUSES IS NUMERIC
                       MOVE RSS-REPOS-REFUSES
                           TO WS-SIT-REPOS-REFUSES(WS-SIT-IDX)
                   ELSE
                       MOVE ZERO TO WS-SIT-REPOS-REFUSES(WS-SIT-IDX)
                   END-IF
                   MOVE ZERO TO WS-SIT-NB-QUARTS(WS-SIT-IDX)
               END-IF
           END-IF.

       4200-CHARGER-STATISTIQUE-QUART.
           MOVE WS-SIT-COURANT TO WS-SIT-IDX
           IF WS-SIT-NB-QUARTS(WS-SIT-IDX) < 9
               ADD 1 TO WS-SIT-NB-QUARTS(WS-SIT-IDX)
               MOVE WS-SIT-NB-QUARTS(WS-SIT-IDX) TO WS-SQT-IDX
               MOVE RSS-CLE(1:1) TO WS-SQT-CODE(WS-SIT-IDX, WS-SQT-IDX)
               MOVE RSS-ACCUEILS
                   TO WS-SQT-ACCUEILS(WS-SIT-IDX, WS-SQT-IDX)
               MOVE RSS-REJETS
                   TO WS-SQT-REJETS(WS-SIT-IDX, WS-SQT-IDX)
               MOVE RSS-HORS-QUART
                   TO WS-SQT-HORS-QUART(WS-SIT-IDX, WS-SQT-IDX)
               MOVE RSS-REPOS-SIGNALES
                   TO WS-SQT-REPOS-SIGNALES(WS-SIT-IDX, WS-SQT-IDX)
               MOVE RSS-REPOS-BLOQUES
                   TO WS-SQT-REPOS-BLOQUES(WS-SIT-IDX, WS-SQT-IDX)
           ELSE
               DISPLAY "TABLE DES QUARTS SATUREE POUR LE SITE "
                   WS-SIT-CODE(WS-SIT-IDX)
               MOVE 16 TO RETURN-CODE
           END-IF.

       4900-LIRE-STATISTIQUE.
           READ SITE-STATISTICS
               AT END
                   SET FIN-FICHIER-RUNSTSIT TO TRUE
           END-READ
           IF NOT FIN-FICHIER-RUNSTSIT AND NOT RUNSTSIT-OK
               DISPLAY "ERREUR LECTURE SITE-STATISTICS - STATUT "
                   WS-STATUT-RUNSTSIT
               MOVE 16 TO RETURN-CODE
               SET FIN-FICHIER-RUNSTSIT TO TRUE
           END-IF.

      *    SECONDE LECTURE DES EXTRACTIONS : RECOPIE LES DETAILS DES
      *    SITES INTEGRES SOUS UN ENTETE ET UN TRAILER UNIQUES.
       5000-FUSIONNER-EXTRACTIONS.
           OPEN OUTPUT TIME-EXTRACT
           IF NOT TIMEEXT-OK
               DISPLAY "ERREUR OUVERTURE TIME-EXTRACT - STATUT "
                   WS-STATUT-TIMEEXT
               MOVE 16 TO RETURN-CODE
               MOVE "TIME-EXTRACT DU JOUR NON ECRIT" TO WS-MOTIF-REFUS
               SET CONSOLIDATION-REFUSEE TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE SPACES TO TAE-ENTETE
               MOVE "H" TO TAE-ENT-TYPE
               MOVE WS-DHS-DATE TO TAE-ENT-DATE-PASSAGE
               MOVE WS-DHS-HEURE TO TAE-ENT-HEURE-PASSAGE
               MOVE WS-NOM-JOB TO TAE-ENT-NOM-JOB
               MOVE WS-DATE-AFFAIRES TO TAE-ENT-DATE-AFFAIRES
               MOVE SPACES TO TAE-ENT-CODE-SITE
               WRITE TAE-ENTETE
               PERFORM 5900-CONTROLER-ECRITURE

               IF WS-COMPTEUR-SITES-INTEGRES > ZERO
                   PERFORM 5100-RECOPIER-DETAILS
               END-IF

               MOVE SPACES TO TAE-TRAILER
               MOVE "T" TO TAE-TRL-TYPE
               MOVE WS-COMPTEUR-DETAILS-ECRITS TO TAE-TRL-NB-DETAILS
               MOVE WS-HASH-IDS-OPERATEUR TO TAE-TRL-HASH-IDS
               WRITE TAE-TRAILER
               PERFORM 5900-CONTROLER-ECRITURE
               CLOSE TIME-EXTRACT

               IF WS-HASH-IDS-OPERATEUR NOT = WS-HASH-ATTENDU
                   DISPLAY "HACHAGE CONSOLIDE " WS-HASH-IDS-OPERATEUR
                       " DIFFERENT DU CONTROLE " WS-HASH-ATTENDU
                   MOVE 16 TO RETURN-CODE
                   MOVE "EXTRACTIONS MODIFIEES PENDANT LA CONSOLIDATION"
                       TO WS-MOTIF-REFUS
                   SET CONSOLIDATION-REFUSEE TO TRUE
               END-IF
           END-IF.

       5100-RECOPIER-DETAILS.
           MOVE "N" TO WS-FIN-FICHIER-TIMEXSIT
           MOVE ZERO TO WS-SIT-COURANT
           OPEN INPUT SITE-EXTRACTS
           IF NOT TIMEXSIT-OK
               DISPLAY "ERREUR OUVERTURE SITE-EXTRACTS - STATUT "
                   WS-STATUT-TIMEXSIT
               MOVE 16 TO RETURN-CODE
               MOVE "EXTRACTIONS DES FLUX ILLISIBLES" TO WS-MOTIF-REFUS
               SET CONSOLIDATION-REFUSEE TO TRUE
           ELSE
               PERFORM 3900-LIRE-EXTRACTION
               PERFORM UNTIL FIN-FICHIER-TIMEXSIT
                   EVALUATE TRUE
                       WHEN TXS-TYPE-ENTETE
                           PERFORM 5200-RETENIR-SECTION
                       WHEN TXS-TYPE-DETAIL
                           IF WS-SIT-COURANT > ZERO
                               PERFORM 5300-ECRIRE-DETAIL
                           END-IF
                       WHEN OTHER
                           MOVE ZERO TO WS-SIT-COURANT
                   END-EVALUATE
                   PERFORM 3900-LIRE-EXTRACTION
               END-PERFORM
               CLOSE SITE-EXTRACTS
           END-IF.

       5200-RETENIR-SECTION.
           MOVE ZERO TO WS-SIT-COURANT
           IF TXS-ENT-DATE-AFFAIRES = WS-DATE-AFFAIRES
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                       UNTIL WS-SIT-IDX > WS-NB-SITES
                       OR WS-SIT-CODE(WS-SIT-IDX) = TXS-ENT-CODE-SITE
                   CONTINUE
               END-PERFORM
               IF WS-SIT-IDX NOT > WS-NB-SITES
                   IF WS-SIT-INTEGRE(WS-SIT-IDX)
                       MOVE WS-SIT-IDX TO WS-SIT-COURANT
                   END-IF
               END-IF
           END-IF.

       5300-ECRIRE-DETAIL.
           MOVE TXS-DETAIL TO TAE-DETAIL
           WRITE TAE-DETAIL
           PERFORM 5900-CONTROLER-ECRITURE
           ADD 1 TO WS-COMPTEUR-DETAILS-ECRITS
           IF TAE-DET-ID-OPERATEUR(2:4) IS NUMERIC
               ADD FUNCTION NUMVAL(TAE-DET-ID-OPERATEUR(2:4))
                   TO WS-HASH-IDS-OPERATEUR
           END-IF.

       5900-CONTROLER-ECRITURE.
           IF NOT TIMEEXT-OK
               DISPLAY "ERREUR ECRITURE TIME-EXTRACT - STATUT "
                   WS-STATUT-TIMEEXT
               MOVE 16 TO RETURN-CODE
               MOVE "TIME-EXTRACT DU JOUR NON ECRIT" TO WS-MOTIF-REFUS
               SET CONSOLIDATION-REFUSEE TO TRUE
           END-IF.

      *    HISTORIQUE RUN-STATISTICS DE LA DATE : LE TOTAL GLOBAL EST
      *    LA SOMME DES SITES INTEGRES, PUIS UN ENREGISTREMENT PAR
      *    SITE ET UN PAR QUART (QUARTS CUMULES SUR LES SITES).
       6000-ECRIRE-STATISTIQUES.
           MOVE ZERO TO WS-TOT-LUS
           MOVE ZERO TO WS-TOT-ACCUEILS
           MOVE ZERO TO WS-TOT-REJETS
           MOVE ZERO TO WS-TOT-INCONNUS
           MOVE ZERO TO WS-TOT-SAUTES
           MOVE ZERO TO WS-TOT-HORS-QUART
           MOVE ZERO TO WS-TOT-NON-ACTIFS
           MOVE ZERO TO WS-TOT-NON-AUTORISES
           MOVE ZERO TO WS-TOT-REPOS-REFUSES
           MOVE ZERO TO WS-NB-QUARTS
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
               IF WS-SIT-INTEGRE(WS-SIT-IDX)
                   PERFORM 6100-CUMULER-SITE
               END-IF
           END-PERFORM

           OPEN EXTEND RUN-STATISTICS
           IF NOT RUNSTATS-OK
               DISPLAY "ERREUR OUVERTURE RUN-STATISTICS - STATUT "
                   WS-STATUT-RUNSTATS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RST-ENREGISTREMENT
               MOVE WS-DATE-AFFAIRES TO RST-DATE-AFFAIRES
               MOVE "G" TO RST-TYPE-TOTAL
               MOVE SPACES TO RST-CLE
               MOVE WS-TOT-LUS TO RST-LUS
               MOVE WS-TOT-ACCUEILS TO RST-ACCUEILS
               MOVE WS-TOT-REJETS TO RST-REJETS
               MOVE WS-TOT-INCONNUS TO RST-INCONNUS
               MOVE WS-TOT-SAUTES TO RST-SAUTES
               MOVE WS-TOT-HORS-QUART TO RST-HORS-QUART
               MOVE WS-TOT-NON-ACTIFS TO RST-NON-ACTIFS
               MOVE WS-TOT-NON-AUTORISES TO RST-NON-AUTORISES
               MOVE WS-TOT-REPOS-REFUSES TO RST-REPOS-REFUSES
               PERFORM 6900-ECRIRE-STATISTIQUE

               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                       UNTIL WS-SIT-IDX > WS-NB-SITES
                   IF WS-SIT-INTEGRE(WS-SIT-IDX)
                       AND WS-SIT-IND-STATS(WS-SIT-IDX) = "O"
                       PERFORM 6200-ECRIRE-STATISTIQUE-SITE
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-QRT-IDX FROM 1 BY 1
                       UNTIL WS-QRT-IDX > WS-NB-QUARTS
                   PERFORM 6300-ECRIRE-STATISTIQUE-QUART
               END-PERFORM
               CLOSE RUN-STATISTICS
           END-IF.

       6100-CUMULER-SITE.
           ADD WS-SIT-LUS(WS-SIT-IDX) TO WS-TOT-LUS
           ADD WS-SIT-ACCUEILS(WS-SIT-IDX) TO WS-TOT-ACCUEILS
           ADD WS-SIT-REJETS(WS-SIT-IDX) TO WS-TOT-REJETS
           ADD WS-SIT-INCONNUS(WS-SIT-IDX) TO WS-TOT-INCONNUS
           ADD WS-SIT-SAUTES(WS-SIT-IDX) TO WS-TOT-SAUTES
           ADD WS-SIT-HORS-QUART(WS-SIT-IDX) TO WS-TOT-HORS-QUART
           ADD WS-SIT-NON-ACTIFS(WS-SIT-IDX) TO WS-TOT-NON-ACTIFS
           ADD WS-SIT-NON-AUTORISES(WS-SIT-IDX) TO WS-TOT-NON-AUTORISES
           ADD WS-SIT-REPOS-REFUSES(WS-SIT-IDX) TO WS-TOT-REPOS-REFUSES
           PERFORM VARYING WS-SQT-IDX FROM 1 BY 1
                   UNTIL WS-SQT-IDX > WS-SIT-NB-QUARTS(WS-SIT-IDX)
               PERFORM 6150-CUMULER-QUART
           END-PERFORM.

       6150-CUMULER-QUART.
           PERFORM VARYING WS-QRT-IDX FROM 1 BY 1
                   UNTIL WS-QRT-IDX > WS-NB-QUARTS
                   OR WS-QRT-CODE(WS-QRT-IDX)
                       = WS-SQT-CODE(WS-SIT-IDX, WS-SQT-IDX)
               CONTINUE
           END-PERFORM
           IF WS-QRT-IDX > WS-NB-QUARTS
               IF WS-NB-QUARTS < 9
                   ADD 1 TO WS-NB-QUARTS
                   MOVE WS-NB-QUARTS TO WS-QRT-IDX
                   MOVE WS-SQT-CODE(WS-SIT-IDX, WS-SQT-IDX)
                       TO WS-QRT-CODE(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-ACCUEILS(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-REJETS(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-HORS-QUART(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-REPOS-SIGNALES(WS-QRT-IDX)
                   MOVE ZERO TO WS-QRT-REPOS-BLOQUES(WS-QRT-IDX)
               ELSE
                   DISPLAY "TABLE DES QUARTS SATUREE"
                   MOVE 16 TO RETURN-CODE
                   MOVE ZERO TO WS-QRT-IDX
               END-IF
           END-IF
           IF WS-QRT-IDX > ZERO
               ADD WS-SQT-ACCUEILS(WS-SIT-IDX, WS-SQT-IDX)
                   TO WS-QRT-ACCUEILS(WS-QRT-IDX)
               ADD WS-SQT-REJETS(WS-SIT-IDX, WS-SQT-IDX)
                   TO WS-QRT-REJETS(WS-QRT-IDX)
               ADD WS-SQT-HORS-QUART(WS-SIT-IDX, WS-SQT-IDX)
                   TO WS-QRT-HORS-QUART(WS-QRT-IDX)
               ADD WS-SQT-REPOS-SIGNALES(WS-SIT-IDX, WS-SQT-IDX)
                   TO WS-QRT-REPOS-SIGNALES(WS-QRT-IDX)
               ADD WS-SQT-REPOS-BLOQUES(WS-SIT-IDX, WS-SQT-IDX)
                   TO WS-QRT-REPOS-BLOQUES(WS-QRT-IDX)
           END-IF.

       6200-ECRIRE-STATISTIQUE-SITE.
           MOVE SPACES TO RST-ENREGISTREMENT
           MOVE WS-DATE-AFFAIRES TO RST-DATE-AFFAIRES
           MOVE "S" TO RST-TYPE-TOTAL
           MOVE WS-SIT-CODE(WS-SIT-IDX) TO RST-CLE
           MOVE WS-SIT-LUS(WS-SIT-IDX) TO RST-LUS
           MOVE WS-SIT-ACCUEILS(WS-SIT-IDX) TO RST-ACCUEILS
           MOVE WS-SIT-REJETS(WS-SIT-IDX) TO RST-REJETS
           MOVE WS-SIT-INCONNUS(WS-SIT-IDX) TO RST-INCONNUS
           MOVE WS-SIT-SAUTES(WS-SIT-IDX) TO RST-SAUTES
           MOVE WS-SIT-HORS-QUART(WS-SIT-IDX) TO RST-HORS-QUART
           MOVE WS-SIT-NON-ACTIFS(WS-SIT-IDX) TO RST-NON-ACTIFS
           MOVE WS-SIT-NON-AUTORISES(WS-SIT-IDX) TO RST-NON-AUTORISES
           MOVE WS-SIT-REPOS-REFUSES(WS-SIT-IDX) TO RST-REPOS-REFUSES
           PERFORM 6900-ECRIRE-STATISTIQUE.

       6300-ECRIRE-STATISTIQUE-QUART.
           MOVE SPACES TO RST-ENREGISTREMENT
           MOVE WS-DATE-AFFAIRES TO RST-DATE-AFFAIRES
           MOVE "Q" TO RST-TYPE-TOTAL
           MOVE SPACES TO RST-CLE
           MOVE WS-QRT-CODE(WS-QRT-IDX) TO RST-CLE(1:1)
           MOVE ZERO TO RST-LUS
           MOVE WS-QRT-ACCUEILS(WS-QRT-IDX) TO RST-ACCUEILS
           MOVE WS-QRT-REJETS(WS-QRT-IDX) TO RST-REJETS
           MOVE WS-QRT-REPOS-SIGNALES(WS-QRT-IDX) TO RST-REPOS-SIGNALES
           MOVE WS-QRT-REPOS-BLOQUES(WS-QRT-IDX) TO RST-REPOS-BLOQUES
           MOVE WS-QRT-HORS-QUART(WS-QRT-IDX) TO RST-HORS-QUART
           MOVE ZERO TO RST-NON-ACTIFS
           MOVE ZERO TO RST-NON-AUTORISES
           MOVE ZERO TO RST-REPOS-REFUSES
           PERFORM 6900-ECRIRE-STATISTIQUE.

       6900-ECRIRE-STATISTIQUE.
           WRITE RST-ENREGISTREMENT
           IF NOT RUNSTATS-OK
               DISPLAY "ERREUR ECRITURE RUN-STATISTICS - STATUT "
                   WS-STATUT-RUNSTATS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    LA DATE EST MARQUEE CONSOLIDEE PAR L'ENREGISTREMENT
      *    RUN-CONTROL A SITE ESPACES.
       7000-MARQUER-CONSOLIDATION.
           IF NOT RUNCTL-OUVERT
               OPEN I-O RUN-CONTROL
               IF RUNCTL-ABSENT
                   OPEN OUTPUT RUN-CONTROL
                   IF RUNCTL-OK
                       CLOSE RUN-CONTROL
                       OPEN I-O RUN-CONTROL
                   END-IF
               END-IF
               IF RUNCTL-OK
                   SET RUNCTL-OUVERT TO TRUE
               ELSE
                   DISPLAY "ERREUR OUVERTURE RUN-CONTROL - STATUT "
                       WS-STATUT-RUNCTL
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RUNCTL-OUVERT
               MOVE WS-DATE-AFFAIRES TO RCT-DATE-AFFAIRES
               MOVE SPACES TO RCT-CODE-SITE
               MOVE "T" TO RCT-ETAT
               MOVE "N" TO RCT-IND-REPRISE
               IF CONSOLIDATION-FORCEE
                   MOVE "O" TO RCT-IND-REPRISE
               END-IF
               MOVE FUNCTION CURRENT-DATE TO RCT-HORODATAGE
               MOVE SPACES TO RCT-HORODATAGE-DEBUT
               WRITE RCT-ENREGISTREMENT
                   INVALID KEY
                       REWRITE RCT-ENREGISTREMENT
                       END-REWRITE
               END-WRITE
               IF NOT RUNCTL-OK
                   DISPLAY "ERREUR ECRITURE RUN-CONTROL - STATUT "
                       WS-STATUT-RUNCTL
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    TOTAUX DE CONTROLE DE L'ETAPE : ENTREES = DETAILS LUS DANS
      *    LES SECTIONS DES SITES ATTENDUS, SORTIES = DETAILS ECRITS
      *    DANS LE TIME-EXTRACT DU JOUR, ECARTES = DETAILS DES SITES
      *    ANNULES, HASH = HACHAGE DU TIME-EXTRACT DU JOUR.
       7500-ECRIRE-TOTAUX-CONTROLE.
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
               MOVE SPACES TO CTL-CLE-SECONDAIRE
               MOVE WS-COMPTEUR-DETAILS-LUS TO CTL-ENTREES
               MOVE WS-COMPTEUR-DETAILS-ECRITS TO CTL-SORTIES
               MOVE ZERO TO CTL-REJETS
               MOVE WS-COMPTEUR-DETAILS-ECARTES TO CTL-ECARTES
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

       8000-ECRIRE-BILAN.
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
               PERFORM 8100-ECRIRE-LIGNE-SITE
           END-PERFORM

           MOVE SPACES TO BTI-TEXTE
           MOVE WS-LIGNE-TITRE TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "SITES ATTENDUS" TO BCP-LIBELLE
           MOVE WS-NB-SITES TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "SITES INTEGRES" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-SITES-INTEGRES TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "SITES ANNULES EXCLUS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-SITES-EXCLUS TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "SITES BLOQUANTS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-SITES-BLOQUANTS TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "SITES SANS STATISTIQUES" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-SITES-SANS-STATS TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "SECTIONS D'EXTRACTION IGNOREES" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-SECTIONS-IGNOREES TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "DETAILS LUS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-DETAILS-LUS TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "DETAILS ECRITS" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-DETAILS-ECRITS TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "DETAILS DES SITES ANNULES" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-DETAILS-ECARTES TO BCP-VALEUR
           PERFORM 8200-ECRIRE-COMPTEUR
           MOVE "HASH IDS DU TIME-EXTRACT DU JOUR" TO BHA-LIBELLE
           MOVE WS-HASH-IDS-OPERATEUR TO BHA-VALEUR
           MOVE WS-LIGNE-HASH TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE SPACES TO BVD-TEXTE
           IF CONSOLIDATION-AUTORISEE
               MOVE "CONSOLIDATION TERMINEE - TIME-EXTRACT DU JOUR"
                   TO BVD-TEXTE
           ELSE
               STRING "CONSOLIDATION REFUSEE - " DELIMITED BY SIZE
                   WS-MOTIF-REFUS DELIMITED BY SIZE
                   INTO BVD-TEXTE
               END-STRING
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-LIGNE-VERDICT TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8100-ECRIRE-LIGNE-SITE.
           MOVE WS-SIT-CODE(WS-SIT-IDX) TO BST-SITE
           MOVE WS-SIT-LIBELLE-ETAT(WS-SIT-IDX) TO BST-ETAT
           MOVE WS-SIT-DETAILS(WS-SIT-IDX) TO BST-DETAILS
           MOVE WS-SIT-HASH(WS-SIT-IDX) TO BST-HASH
           MOVE WS-SIT-TRL-DETAILS(WS-SIT-IDX) TO BST-TRL-DETAILS
           MOVE WS-SIT-TRL-HASH(WS-SIT-IDX) TO BST-TRL-HASH
           MOVE WS-SIT-VERDICT(WS-SIT-IDX) TO BST-VERDICT
           MOVE WS-LIGNE-SITE TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8200-ECRIRE-COMPTEUR.
           MOVE WS-LIGNE-COMPTEUR TO EXR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE EXR-ENREGISTREMENT
           IF NOT EXCRPRT-OK
               DISPLAY "ERREUR ECRITURE CONSOL-REPORT - STATUT "
                   WS-STATUT-EXCRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "EXCONSOL - DATE D'AFFAIRES  : " WS-DATE-AFFAIRES
               DISPLAY "EXCONSOL - SITES INTEGRES   : "
                   WS-COMPTEUR-SITES-INTEGRES
               DISPLAY "EXCONSOL - SITES EXCLUS     : "
                   WS-COMPTEUR-SITES-EXCLUS
               DISPLAY "EXCONSOL - SITES BLOQUANTS  : "
                   WS-COMPTEUR-SITES-BLOQUANTS
               DISPLAY "EXCONSOL - DETAILS ECRITS   : "
                   WS-COMPTEUR-DETAILS-ECRITS
               IF CONSOLIDATION-REFUSEE
                   DISPLAY "EXCONSOL - CONSOLIDATION REFUSEE : "
                       WS-MOTIF-REFUS
               END-IF
           END-IF
           IF RUNCTL-OUVERT
               CLOSE RUN-CONTROL
           END-IF
           CLOSE CONSOL-REPORT.
