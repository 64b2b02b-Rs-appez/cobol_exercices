       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIDRPT.
       AUTHOR. Appez.

      ******************************************************************
      *    BILAN D'ASSIDUITE ET DE PONCTUALITE SUR UNE PERIODE, A
      *    PARTIR DE L'HISTORIQUE DE PRESENCE ATTHIST DEPOSE CHAQUE
      *    JOUR PAR LATERPT.
      *    PARAMETRES (TOUS FACULTATIFS, DANS CET ORDRE) :
      *      - DATE DE DEBUT AAAAMMJJ (1ER DU MOIS DE LA DATE DE FIN)
      *      - DATE DE FIN AAAAMMJJ (DATE DU JOUR)
      *      - SEUIL DE RETARDS (3 PAR DEFAUT)
      *      - SEUIL D'ABSENCES (2 PAR DEFAUT)
      *      - SEUIL D'ABSENCES CONSECUTIVES (2 PAR DEFAUT)
      *    PRODUIT SUR ASSRPRT, SITE PAR SITE, UNE LIGNE PAR
      *    OPERATEUR : JOURS AU ROSTER, PRESENTS, RETARDS, ABSENCES,
      *    TOTAL DES MINUTES DE RETARD, TAUX DE PONCTUALITE (PRESENTS
      *    A L'HEURE / PRESENTS) ET PLUS LONGUE SERIE D'ABSENCES
      *    CONSECUTIVES (JOURS AU ROSTER SUCCESSIFS), PUIS LE TOTAL DU
      *    SITE. UN OPERATEUR DONT UN COMPTEUR DEPASSE SON SEUIL EST
      *    SIGNALE EN ALERTE ; IL Y A ALORS CODE RETOUR 4.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-HISTORY ASSIGN TO "ATTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATH-CLE
               FILE STATUS IS WS-STATUT-ATTHIST.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT SCORECARD-REPORT ASSIGN TO "ASSRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ASSRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  ATTENDANCE-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "atthist.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  SCORECARD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "assrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ATTHIST          PIC X(2).
           88  ATTHIST-OK             VALUE "00".
           88  ATTHIST-FIN            VALUE "10".
           88  ATTHIST-ABSENT         VALUE "35".

       01  WS-STATUT-OPERMAST         PIC X(2).
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-ASSRPRT          PIC X(2).
           88  ASSRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-ATTHIST PIC X(1) VALUE "N".
               88  FIN-FICHIER-ATTHIST VALUE "O".
           05  WS-IND-ATTHIST-OUVERT  PIC X(1) VALUE "N".
               88  ATTHIST-OUVERT     VALUE "O".
           05  WS-IND-ALERTE          PIC X(1) VALUE "N".
               88  OPERATEUR-EN-ALERTE VALUE "O".
               88  OPERATEUR-SANS-ALERTE VALUE "N".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-DEBUT         PIC X(8)  VALUE SPACES.
       01  WS-PARM-DATE-FIN           PIC X(8)  VALUE SPACES.
       01  WS-PARM-SEUIL-RETARDS      PIC X(4)  VALUE SPACES.
       01  WS-PARM-SEUIL-ABSENCES     PIC X(4)  VALUE SPACES.
       01  WS-PARM-SEUIL-SERIE        PIC X(4)  VALUE SPACES.
       01  WS-LONGUEUR-PARM-1         PIC 9(2)  VALUE ZERO.
       01  WS-LONGUEUR-PARM-2         PIC 9(2)  VALUE ZERO.
       01  WS-LONGUEUR-PARM-3         PIC 9(2)  VALUE ZERO.
       01  WS-DATE-DEBUT              PIC X(8).
       01  WS-DATE-FIN                PIC X(8).
       01  WS-SEUIL-RETARDS           PIC 9(4)  VALUE 3.
       01  WS-SEUIL-ABSENCES          PIC 9(4)  VALUE 2.
       01  WS-SEUIL-SERIE             PIC 9(4)  VALUE 2.

      *    CUMULS PAR OPERATEUR ET PAR SITE. ATTHIST EST LU DANS
      *    L'ORDRE DE SA CLE (OPERATEUR PUIS DATE) : LES POSTES D'UN
      *    MEME OPERATEUR SONT CONTIGUS ET LES JOURS SE SUIVENT, CE QUI
      *    PERMET DE MESURER LES SERIES D'ABSENCES CONSECUTIVES.
       01  WS-TABLE-OPERATEURS.
           05  WS-NB-OPERATEURS       PIC 9(5)  VALUE ZERO.
           05  WS-OPR-ENTREE OCCURS 10000 TIMES.
               10  WS-OPR-ID          PIC X(5).
               10  WS-OPR-SITE        PIC X(3).
               10  WS-OPR-PLANIFIES   PIC 9(4).
               10  WS-OPR-PRESENTS    PIC 9(4).
               10  WS-OPR-RETARDS     PIC 9(4).
               10  WS-OPR-ABSENTS     PIC 9(4).
               10  WS-OPR-MINUTES     PIC 9(6).
               10  WS-OPR-SERIE-MAX   PIC 9(3).
       01  WS-OPR-IDX                 PIC 9(5).
       01  WS-OPR-IDX-PREMIER         PIC 9(5)  VALUE 1.
       01  WS-OPR-IDX-TROUVE          PIC 9(5).

       01  WS-ID-COURANT              PIC X(5)  VALUE SPACES.
       01  WS-SERIE-COURANTE          PIC 9(3)  VALUE ZERO.
       01  WS-SERIE-MAX               PIC 9(3)  VALUE ZERO.

       01  WS-TABLE-SITES.
           05  WS-NB-SITES            PIC 9(2)  VALUE ZERO.
           05  WS-SITE-ENTREE OCCURS 20 TIMES.
               10  WS-SIT-CODE        PIC X(3).
               10  WS-SIT-PLANIFIES   PIC 9(6).
               10  WS-SIT-PRESENTS    PIC 9(6).
               10  WS-SIT-RETARDS     PIC 9(6).
               10  WS-SIT-ABSENTS     PIC 9(6).
               10  WS-SIT-MINUTES     PIC 9(8).
       01  WS-SIT-IDX                 PIC 9(2).

       01  WS-TAUX-PONCTUALITE        PIC 9(3)V9.

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RETENUS        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ALERTES        PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(34)
               VALUE "BILAN D'ASSIDUITE - ASSIDRPT     ".
           05  FILLER                 PIC X(10) VALUE "     DATE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  AEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  AEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(10) VALUE "  PERIODE ".
           05  AEN-DATE-DEBUT         PIC X(8).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  AEN-DATE-FIN           PIC X(8).
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-LIGNE-SEUILS.
           05  FILLER                 PIC X(29)
               VALUE "  SEUILS D'ALERTE - RETARDS >".
           05  ASE-SEUIL-RETARDS      PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "  ABSENCES >".
           05  ASE-SEUIL-ABSENCES     PIC ZZZ9.
           05  FILLER                 PIC X(25)
               VALUE "  ABSENCES CONSECUTIVES >".
           05  ASE-SEUIL-SERIE        PIC ZZZ9.
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  ATI-TEXTE              PIC X(132).

       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE "SIT".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "ID".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE "NOM".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "ROST".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "PRES".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "RET.".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "ABS.".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "MINRET".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "PONCT.".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE "SER".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(26) VALUE "ALERTES".
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-CODE-SITE          PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-NOM-OPERATEUR      PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-PLANIFIES          PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-PRESENTS           PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-RETARDS            PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-ABSENTS            PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-MINUTES            PIC ZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-TAUX               PIC ZZ9.9.
           05  FILLER                 PIC X(1)  VALUE "%".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-SERIE              PIC ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ADT-ALERTE-RETARDS     PIC X(8).
           05  ADT-ALERTE-ABSENCES    PIC X(9).
           05  ADT-ALERTE-SERIE       PIC X(9).
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ACP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  ACP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM UNTIL FIN-FICHIER-ATTHIST
                   PERFORM 2000-TRAITER-HISTORIQUE
               END-PERFORM
               PERFORM 2500-CLORE-OPERATEUR
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                       UNTIL WS-SIT-IDX > WS-NB-SITES
                   PERFORM 5000-ECRIRE-SITE
               END-PERFORM
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES

      *    TANT QUE LATERPT N'A RIEN DEPOSE L'HISTORIQUE PEUT NE PAS
      *    EXISTER : LE BILAN EST ALORS PRODUIT A VIDE.
           OPEN INPUT ATTENDANCE-HISTORY
           IF ATTHIST-ABSENT
               DISPLAY "HISTORIQUE DE PRESENCE ABSENT - BILAN VIDE"
               SET FIN-FICHIER-ATTHIST TO TRUE
           ELSE
               IF NOT ATTHIST-OK
                   DISPLAY "ERREUR OUVERTURE ATTENDANCE-HISTORY - "
                       "STATUT " WS-STATUT-ATTHIST
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET ATTHIST-OUVERT TO TRUE
               END-IF
           END-IF

           OPEN INPUT OPERATOR-MASTER
           IF NOT OPERMAST-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-MASTER - STATUT "
                   WS-STATUT-OPERMAST
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT SCORECARD-REPORT
           IF NOT ASSRPRT-OK
               DISPLAY "ERREUR OUVERTURE SCORECARD-REPORT - STATUT "
                   WS-STATUT-ASSRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               IF ATTHIST-OUVERT
                   READ ATTENDANCE-HISTORY
                       AT END
                           SET FIN-FICHIER-ATTHIST TO TRUE
                   END-READ
               END-IF
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO AEN-DATE
           MOVE WS-DHS-HEURE TO AEN-HEURE
           MOVE WS-DATE-DEBUT TO AEN-DATE-DEBUT
           MOVE WS-DATE-FIN TO AEN-DATE-FIN
           MOVE WS-LIGNE-ENTETE TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-SEUIL-RETARDS TO ASE-SEUIL-RETARDS
           MOVE WS-SEUIL-ABSENCES TO ASE-SEUIL-ABSENCES
           MOVE WS-SEUIL-SERIE TO ASE-SEUIL-SERIE
           MOVE WS-LIGNE-SEUILS TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       1300-LIRE-PARAMETRES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO WS-DATE-FIN
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-DATE-DEBUT
                       WS-PARM-DATE-FIN
                       WS-PARM-SEUIL-RETARDS
                           COUNT IN WS-LONGUEUR-PARM-1
                       WS-PARM-SEUIL-ABSENCES
                           COUNT IN WS-LONGUEUR-PARM-2
                       WS-PARM-SEUIL-SERIE
                           COUNT IN WS-LONGUEUR-PARM-3
               IF WS-PARM-DATE-FIN IS NUMERIC
                   MOVE WS-PARM-DATE-FIN TO WS-DATE-FIN
               END-IF
               IF WS-LONGUEUR-PARM-1 > ZERO
                   AND WS-PARM-SEUIL-RETARDS(1:WS-LONGUEUR-PARM-1)
                       IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-SEUIL-RETARDS)
                       TO WS-SEUIL-RETARDS
               END-IF
               IF WS-LONGUEUR-PARM-2 > ZERO
                   AND WS-PARM-SEUIL-ABSENCES(1:WS-LONGUEUR-PARM-2)
                       IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-SEUIL-ABSENCES)
                       TO WS-SEUIL-ABSENCES
               END-IF
               IF WS-LONGUEUR-PARM-3 > ZERO
                   AND WS-PARM-SEUIL-SERIE(1:WS-LONGUEUR-PARM-3)
                       IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-SEUIL-SERIE)
                       TO WS-SEUIL-SERIE
               END-IF
           END-IF
           IF WS-PARM-DATE-DEBUT IS NUMERIC
               MOVE WS-PARM-DATE-DEBUT TO WS-DATE-DEBUT
           ELSE
               MOVE WS-DATE-FIN TO WS-DATE-DEBUT
               MOVE "01" TO WS-DATE-DEBUT(7:2)
           END-IF.

       2000-TRAITER-HISTORIQUE.
           ADD 1 TO WS-COMPTEUR-LUS
           IF ATH-DATE-AFFAIRES NOT < WS-DATE-DEBUT
               AND ATH-DATE-AFFAIRES NOT > WS-DATE-FIN
               ADD 1 TO WS-COMPTEUR-RETENUS
               IF ATH-ID-OPERATEUR NOT = WS-ID-COURANT
                   PERFORM 2500-CLORE-OPERATEUR
                   MOVE ATH-ID-OPERATEUR TO WS-ID-COURANT
               END-IF
               PERFORM 2100-LOCALISER-OPERATEUR
               IF WS-OPR-IDX-TROUVE > ZERO
                   PERFORM 2200-CUMULER-JOUR
               END-IF
           END-IF

           READ ATTENDANCE-HISTORY
               AT END
                   SET FIN-FICHIER-ATTHIST TO TRUE
           END-READ.

      *    LE POSTE (OPERATEUR, SITE) EST RECHERCHE PARMI CEUX DE
      *    L'OPERATEUR COURANT SEULEMENT.
       2100-LOCALISER-OPERATEUR.
           MOVE ZERO TO WS-OPR-IDX-TROUVE
           PERFORM VARYING WS-OPR-IDX FROM WS-OPR-IDX-PREMIER BY 1
                   UNTIL WS-OPR-IDX > WS-NB-OPERATEURS
                   OR WS-OPR-IDX-TROUVE > ZERO
               IF WS-OPR-SITE(WS-OPR-IDX) = ATH-CODE-SITE
                   MOVE WS-OPR-IDX TO WS-OPR-IDX-TROUVE
               END-IF
           END-PERFORM
           IF WS-OPR-IDX-TROUVE = ZERO
               IF WS-NB-OPERATEURS < 10000
                   ADD 1 TO WS-NB-OPERATEURS
                   MOVE WS-NB-OPERATEURS TO WS-OPR-IDX-TROUVE
                   MOVE ATH-ID-OPERATEUR
                       TO WS-OPR-ID(WS-OPR-IDX-TROUVE)
                   MOVE ATH-CODE-SITE TO WS-OPR-SITE(WS-OPR-IDX-TROUVE)
                   MOVE ZERO TO WS-OPR-PLANIFIES(WS-OPR-IDX-TROUVE)
                   MOVE ZERO TO WS-OPR-PRESENTS(WS-OPR-IDX-TROUVE)
                   MOVE ZERO TO WS-OPR-RETARDS(WS-OPR-IDX-TROUVE)
                   MOVE ZERO TO WS-OPR-ABSENTS(WS-OPR-IDX-TROUVE)
                   MOVE ZERO TO WS-OPR-MINUTES(WS-OPR-IDX-TROUVE)
                   MOVE ZERO TO WS-OPR-SERIE-MAX(WS-OPR-IDX-TROUVE)
                   PERFORM 2150-LOCALISER-SITE
               ELSE
                   DISPLAY "TABLE DES OPERATEURS SATUREE - "
                       ATH-ID-OPERATEUR " NON CUMULE"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2150-LOCALISER-SITE.
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-NB-SITES
                   OR WS-SIT-CODE(WS-SIT-IDX) = ATH-CODE-SITE
               CONTINUE
           END-PERFORM
           IF WS-SIT-IDX > WS-NB-SITES
               IF WS-NB-SITES < 20
                   ADD 1 TO WS-NB-SITES
                   MOVE WS-NB-SITES TO WS-SIT-IDX
                   MOVE ATH-CODE-SITE TO WS-SIT-CODE(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-PLANIFIES(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-PRESENTS(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-RETARDS(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-ABSENTS(WS-SIT-IDX)
                   MOVE ZERO TO WS-SIT-MINUTES(WS-SIT-IDX)
               ELSE
                   DISPLAY "TABLE DES SITES SATUREE - SITE "
                       ATH-CODE-SITE " NON EDITE"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2200-CUMULER-JOUR.
           ADD 1 TO WS-OPR-PLANIFIES(WS-OPR-IDX-TROUVE)
           IF ATH-ABSENT
               ADD 1 TO WS-OPR-ABSENTS(WS-OPR-IDX-TROUVE)
               ADD 1 TO WS-SERIE-COURANTE
               IF WS-SERIE-COURANTE > WS-SERIE-MAX
                   MOVE WS-SERIE-COURANTE TO WS-SERIE-MAX
               END-IF
           ELSE
               MOVE ZERO TO WS-SERIE-COURANTE
               ADD 1 TO WS-OPR-PRESENTS(WS-OPR-IDX-TROUVE)
               IF ATH-EN-RETARD
                   ADD 1 TO WS-OPR-RETARDS(WS-OPR-IDX-TROUVE)
               END-IF
               ADD ATH-MINUTES-RETARD
                   TO WS-OPR-MINUTES(WS-OPR-IDX-TROUVE)
           END-IF.

      *    LA SERIE D'ABSENCES EST CELLE DE L'OPERATEUR TOUS SITES
      *    CONFONDUS : ELLE EST REPORTEE SUR CHACUN DE SES POSTES.
       2500-CLORE-OPERATEUR.
           PERFORM VARYING WS-OPR-IDX FROM WS-OPR-IDX-PREMIER BY 1
                   UNTIL WS-OPR-IDX > WS-NB-OPERATEURS
               MOVE WS-SERIE-MAX TO WS-OPR-SERIE-MAX(WS-OPR-IDX)
           END-PERFORM
           COMPUTE WS-OPR-IDX-PREMIER = WS-NB-OPERATEURS + 1
           MOVE ZERO TO WS-SERIE-COURANTE
           MOVE ZERO TO WS-SERIE-MAX.

       5000-ECRIRE-SITE.
           MOVE SPACES TO ATI-TEXTE
           STRING "SITE " WS-SIT-CODE(WS-SIT-IDX)
               DELIMITED BY SIZE INTO ATI-TEXTE
           MOVE WS-LIGNE-TITRE TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-COLONNES TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-NB-OPERATEURS
               IF WS-OPR-SITE(WS-OPR-IDX) = WS-SIT-CODE(WS-SIT-IDX)
                   PERFORM 5100-ECRIRE-OPERATEUR
               END-IF
           END-PERFORM

           MOVE WS-SIT-CODE(WS-SIT-IDX) TO ADT-CODE-SITE
           MOVE SPACES TO ADT-ID-OPERATEUR
           MOVE "TOTAL SITE" TO ADT-NOM-OPERATEUR
           MOVE WS-SIT-PLANIFIES(WS-SIT-IDX) TO ADT-PLANIFIES
           MOVE WS-SIT-PRESENTS(WS-SIT-IDX) TO ADT-PRESENTS
           MOVE WS-SIT-RETARDS(WS-SIT-IDX) TO ADT-RETARDS
           MOVE WS-SIT-ABSENTS(WS-SIT-IDX) TO ADT-ABSENTS
           MOVE WS-SIT-MINUTES(WS-SIT-IDX) TO ADT-MINUTES
           MOVE ZERO TO WS-TAUX-PONCTUALITE
           IF WS-SIT-PRESENTS(WS-SIT-IDX) > ZERO
               COMPUTE WS-TAUX-PONCTUALITE ROUNDED =
                   (WS-SIT-PRESENTS(WS-SIT-IDX)
                    - WS-SIT-RETARDS(WS-SIT-IDX)) * 100
                   / WS-SIT-PRESENTS(WS-SIT-IDX)
           END-IF
           MOVE WS-TAUX-PONCTUALITE TO ADT-TAUX
           MOVE ZERO TO ADT-SERIE
           MOVE SPACES TO ADT-ALERTE-RETARDS
           MOVE SPACES TO ADT-ALERTE-ABSENCES
           MOVE SPACES TO ADT-ALERTE-SERIE
           MOVE WS-LIGNE-DETAIL TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       5100-ECRIRE-OPERATEUR.
           MOVE WS-OPR-ID(WS-OPR-IDX) TO OPM-ID-OPERATEUR
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "23" TO WS-STATUT-OPERMAST
           END-READ
           IF OPERMAST-OK
               MOVE OPM-NOM-OPERATEUR TO ADT-NOM-OPERATEUR
           ELSE
               MOVE "*** INCONNU ***" TO ADT-NOM-OPERATEUR
           END-IF
           MOVE WS-OPR-SITE(WS-OPR-IDX) TO ADT-CODE-SITE
           MOVE WS-OPR-ID(WS-OPR-IDX) TO ADT-ID-OPERATEUR
           MOVE WS-OPR-PLANIFIES(WS-OPR-IDX) TO ADT-PLANIFIES
           MOVE WS-OPR-PRESENTS(WS-OPR-IDX) TO ADT-PRESENTS
           MOVE WS-OPR-RETARDS(WS-OPR-IDX) TO ADT-RETARDS
           MOVE WS-OPR-ABSENTS(WS-OPR-IDX) TO ADT-ABSENTS
           MOVE WS-OPR-MINUTES(WS-OPR-IDX) TO ADT-MINUTES
           MOVE WS-OPR-SERIE-MAX(WS-OPR-IDX) TO ADT-SERIE
           MOVE ZERO TO WS-TAUX-PONCTUALITE
           IF WS-OPR-PRESENTS(WS-OPR-IDX) > ZERO
               COMPUTE WS-TAUX-PONCTUALITE ROUNDED =
                   (WS-OPR-PRESENTS(WS-OPR-IDX)
                    - WS-OPR-RETARDS(WS-OPR-IDX)) * 100
                   / WS-OPR-PRESENTS(WS-OPR-IDX)
           END-IF
           MOVE WS-TAUX-PONCTUALITE TO ADT-TAUX

           SET OPERATEUR-SANS-ALERTE TO TRUE
           MOVE SPACES TO ADT-ALERTE-RETARDS
           MOVE SPACES TO ADT-ALERTE-ABSENCES
           MOVE SPACES TO ADT-ALERTE-SERIE
           IF WS-OPR-RETARDS(WS-OPR-IDX) > WS-SEUIL-RETARDS
               MOVE "RETARDS" TO ADT-ALERTE-RETARDS
               SET OPERATEUR-EN-ALERTE TO TRUE
           END-IF
           IF WS-OPR-ABSENTS(WS-OPR-IDX) > WS-SEUIL-ABSENCES
               MOVE "ABSENCES" TO ADT-ALERTE-ABSENCES
               SET OPERATEUR-EN-ALERTE TO TRUE
           END-IF
           IF WS-OPR-SERIE-MAX(WS-OPR-IDX) > WS-SEUIL-SERIE
               MOVE "SERIE" TO ADT-ALERTE-SERIE
               SET OPERATEUR-EN-ALERTE TO TRUE
           END-IF
           IF OPERATEUR-EN-ALERTE
               ADD 1 TO WS-COMPTEUR-ALERTES
           END-IF
           MOVE WS-LIGNE-DETAIL TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           ADD WS-OPR-PLANIFIES(WS-OPR-IDX)
               TO WS-SIT-PLANIFIES(WS-SIT-IDX)
           ADD WS-OPR-PRESENTS(WS-OPR-IDX)
               TO WS-SIT-PRESENTS(WS-SIT-IDX)
           ADD WS-OPR-RETARDS(WS-OPR-IDX) TO WS-SIT-RETARDS(WS-SIT-IDX)
           ADD WS-OPR-ABSENTS(WS-OPR-IDX) TO WS-SIT-ABSENTS(WS-SIT-IDX)
           ADD WS-OPR-MINUTES(WS-OPR-IDX) TO WS-SIT-MINUTES(WS-SIT-IDX).

       8000-ECRIRE-COMPTEURS.
           MOVE "ENREGISTREMENTS LUS ATTHIST" TO ACP-LIBELLE
           MOVE WS-COMPTEUR-LUS TO ACP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "JOURS RETENUS DANS LA PERIODE" TO ACP-LIBELLE
           MOVE WS-COMPTEUR-RETENUS TO ACP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "OPERATEURS / SITES EDITES" TO ACP-LIBELLE
           MOVE WS-NB-OPERATEURS TO ACP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "LIGNES EN ALERTE" TO ACP-LIBELLE
           MOVE WS-COMPTEUR-ALERTES TO ACP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO ASR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           IF WS-COMPTEUR-ALERTES > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE ASR-ENREGISTREMENT
           IF NOT ASSRPRT-OK
               DISPLAY "ERREUR ECRITURE SCORECARD-REPORT - STATUT "
                   WS-STATUT-ASSRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "ASSIDRPT - LUS      : " WS-COMPTEUR-LUS
               DISPLAY "ASSIDRPT - RETENUS  : " WS-COMPTEUR-RETENUS
               DISPLAY "ASSIDRPT - ALERTES  : " WS-COMPTEUR-ALERTES
           END-IF
           IF ATTHIST-OUVERT
               CLOSE ATTENDANCE-HISTORY
           END-IF
           CLOSE OPERATOR-MASTER
           CLOSE SCORECARD-REPORT.
