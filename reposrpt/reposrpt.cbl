       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSRPT.
       AUTHOR. Appez.

      ******************************************************************
      *    ETAT HEBDOMADAIRE DE CONFORMITE DU REPOS MINIMUM ENTRE DEUX
      *    ACCUEILS, TIRE DU FICHIER USER-ACTIVITY POUR UNE PERIODE
      *    (AAAAMMJJ AAAAMMJJ EN PARAMETRE ; PAR DEFAUT LES SEPT
      *    JOURS FINISSANT A LA DATE DU JOUR, OU A LA DATE DE FIN
      *    DONNEE SEULE ; CODE RETOUR 16 SUR UNE DATE INVALIDE).
      *    UNE LIGNE PAR MANQUEMENT RELEVE PAR EXERCICE1 (9080
      *    SIGNALE, 9085 BLOQUE) : OPERATEUR, SITE, QUART, HORODATAGE
      *    DE L'ACCUEIL PRECEDENT ET DE L'ACCUEIL CONTROLE, REPOS
      *    EFFECTIVEMENT PRIS EN HEURES, SUITE DONNEE ET PRESENCE
      *    D'UNE DEROGATION DE QUART (SWAPOVR) SUR L'ACCUEIL CONTROLE.
      *    PUIS LES TOTAUX DE LA PERIODE. CODE RETOUR 4 DES QU'UN
      *    MANQUEMENT EST LISTE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACTIVITY ASSIGN TO "USERACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-USERACT.

           SELECT REPOS-REPORT ASSIGN TO "REPRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REPRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  USER-ACTIVITY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  REPOS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "reprprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-USERACT          PIC X(2).
           88  USERACT-OK             VALUE "00".
           88  USERACT-FIN            VALUE "10".

       01  WS-STATUT-REPRPRT          PIC X(2).
           88  REPRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-USERACT PIC X(1) VALUE "N".
               88  FIN-FICHIER-USERACT VALUE "O".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-DEBUT         PIC X(8)  VALUE SPACES.
       01  WS-PARM-DATE-FIN           PIC X(8)  VALUE SPACES.
       01  WS-DATE-DEBUT              PIC X(8)  VALUE SPACES.
       01  WS-DATE-FIN                PIC X(8)  VALUE SPACES.
       01  WS-NB-PARAMETRES           PIC 9(2).
       01  WS-JOUR-DEBUT              PIC 9(8).
       01  WS-JOUR-FIN                PIC 9(8).
       01  WS-ENTIER-TRAVAIL          PIC 9(8).

       01  WS-DATE-ENREGISTREMENT     PIC X(8).

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RETENUS        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SIGNALES       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-BLOQUES        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DEROGATIONS    PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-MANQUEMENTS    PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(45)
               VALUE "CONFORMITE DU REPOS ENTRE ACCUEILS - REPOSRPT".
           05  FILLER                 PIC X(9)  VALUE " PERIODE ".
           05  REN-DATE-DEBUT         PIC X(8).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  REN-DATE-FIN           PIC X(8).
           05  FILLER                 PIC X(11) VALUE "  EDITE LE ".
           05  REN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  REN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  RTI-TEXTE              PIC X(132).

       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "ID".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "SITE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "QUART".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(19)
               VALUE "ACCUEIL PRECEDENT".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(19)
               VALUE "ACCUEIL CONTROLE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "REPOS PRIS (H)".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "SUITE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "DEROGATION".
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-CODE-SITE          PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-CODE-QUART         PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-PREC-DATE          PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RDT-PREC-HEURE         PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-CTRL-DATE          PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RDT-CTRL-HEURE         PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-REPOS-HEURES       PIC ZZZZ9.99.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-SUITE              PIC X(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RDT-DEROGATION         PIC X(10).
           05  FILLER                 PIC X(33) VALUE SPACES.

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
               PERFORM UNTIL FIN-FICHIER-USERACT
                   PERFORM 2000-TRAITER-ACTIVITE
               END-PERFORM
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES

           OPEN INPUT USER-ACTIVITY
           IF NOT USERACT-OK
               DISPLAY "ERREUR OUVERTURE USER-ACTIVITY - STATUT "
                   WS-STATUT-USERACT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REPOS-REPORT
           IF NOT REPRPRT-OK
               DISPLAY "ERREUR OUVERTURE REPOS-REPORT - STATUT "
                   WS-STATUT-REPRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               READ USER-ACTIVITY
                   AT END
                       SET FIN-FICHIER-USERACT TO TRUE
               END-READ
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DATE-DEBUT TO REN-DATE-DEBUT
           MOVE WS-DATE-FIN TO REN-DATE-FIN
           MOVE WS-DHS-DATE TO REN-DATE
           MOVE WS-DHS-HEURE TO REN-HEURE
           MOVE WS-LIGNE-ENTETE TO RRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-COLONNES TO RRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    SANS DATE DE DEBUT, LA PERIODE EST LA SEMAINE (SEPT JOURS)
      *    QUI SE TERMINE A LA DATE DE FIN ; UNE DATE DONNEE SEULE EST
      *    LA DATE DE FIN. UNE DATE QUI N'EXISTE PAS AU CALENDRIER
      *    ARRETE L'ETAT EN CODE RETOUR 16.
       1300-LIRE-PARAMETRES.
           MOVE ZERO TO WS-NB-PARAMETRES
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
                   INTO WS-PARM-DATE-DEBUT WS-PARM-DATE-FIN
                   TALLYING IN WS-NB-PARAMETRES
               END-UNSTRING
               IF WS-NB-PARAMETRES = 1
                   MOVE WS-PARM-DATE-DEBUT TO WS-PARM-DATE-FIN
                   MOVE SPACES TO WS-PARM-DATE-DEBUT
               END-IF
           END-IF
           IF WS-PARM-DATE-FIN IS NUMERIC
               MOVE WS-PARM-DATE-FIN TO WS-DATE-FIN
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE WS-DHS-DATE TO WS-DATE-FIN
           END-IF
           MOVE WS-DATE-FIN TO WS-JOUR-FIN
           IF FUNCTION INTEGER-OF-DATE(WS-JOUR-FIN) = ZERO
               DISPLAY "REPOSRPT - DATE DE FIN INVALIDE : " WS-DATE-FIN
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-PARM-DATE-DEBUT IS NUMERIC
                   MOVE WS-PARM-DATE-DEBUT TO WS-DATE-DEBUT
                   MOVE WS-DATE-DEBUT TO WS-JOUR-DEBUT
                   IF FUNCTION INTEGER-OF-DATE(WS-JOUR-DEBUT) = ZERO
                       DISPLAY "REPOSRPT - DATE DE DEBUT INVALIDE : "
                           WS-DATE-DEBUT
                       SET OUVERTURE-ECHEC TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               ELSE
                   COMPUTE WS-ENTIER-TRAVAIL =
                       FUNCTION INTEGER-OF-DATE(WS-JOUR-FIN) - 6
                   MOVE FUNCTION DATE-OF-INTEGER(WS-ENTIER-TRAVAIL)
                       TO WS-DATE-DEBUT
               END-IF
           END-IF.

       2000-TRAITER-ACTIVITE.
           ADD 1 TO WS-COMPTEUR-LUS
           MOVE UAC-HORODATAGE(1:8) TO WS-DATE-ENREGISTREMENT
           IF WS-DATE-ENREGISTREMENT NOT < WS-DATE-DEBUT
               AND WS-DATE-ENREGISTREMENT NOT > WS-DATE-FIN
               ADD 1 TO WS-COMPTEUR-RETENUS
               IF UAC-CODE-RETOUR = 9080 OR UAC-CODE-RETOUR = 9085
                   PERFORM 2100-ECRIRE-MANQUEMENT
               END-IF
           END-IF

           READ USER-ACTIVITY
               AT END
                   SET FIN-FICHIER-USERACT TO TRUE
           END-READ.

       2100-ECRIRE-MANQUEMENT.
           ADD 1 TO WS-COMPTEUR-MANQUEMENTS
           MOVE UAC-ID-OPERATEUR TO RDT-ID-OPERATEUR
           MOVE UAC-CODE-SITE TO RDT-CODE-SITE
           MOVE UAC-CODE-QUART TO RDT-CODE-QUART
           MOVE UAC-HORODATAGE-PRECEDENT(1:8) TO RDT-PREC-DATE
           MOVE UAC-HORODATAGE-PRECEDENT(9:6) TO RDT-PREC-HEURE
           MOVE UAC-HORODATAGE(1:8) TO RDT-CTRL-DATE
           MOVE UAC-HORODATAGE(9:6) TO RDT-CTRL-HEURE
           IF UAC-MINUTES-REPOS IS NUMERIC
               COMPUTE RDT-REPOS-HEURES ROUNDED =
                   UAC-MINUTES-REPOS / 60
           ELSE
               MOVE ZERO TO RDT-REPOS-HEURES
           END-IF
           IF UAC-CODE-RETOUR = 9085
               ADD 1 TO WS-COMPTEUR-BLOQUES
               MOVE "BLOQUE" TO RDT-SUITE
           ELSE
               ADD 1 TO WS-COMPTEUR-SIGNALES
               MOVE "SIGNALE" TO RDT-SUITE
           END-IF
           IF UAC-IND-DEROGATION = "O"
               ADD 1 TO WS-COMPTEUR-DEROGATIONS
               MOVE "OUI" TO RDT-DEROGATION
           ELSE
               MOVE "NON" TO RDT-DEROGATION
           END-IF
           MOVE WS-LIGNE-DETAIL TO RRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       8000-ECRIRE-COMPTEURS.
           MOVE SPACES TO RTI-TEXTE
           MOVE WS-LIGNE-TITRE TO RRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "ENREGISTREMENTS LUS USER-ACTIVITY" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-LUS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "ENREGISTREMENTS DANS LA PERIODE" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-RETENUS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "REPOS INSUFFISANTS SIGNALES (9080)" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-SIGNALES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "REPOS INSUFFISANTS BLOQUES (9085)" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-BLOQUES TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "DONT SUR DEROGATION DE QUART" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-DEROGATIONS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR
           MOVE "TOTAL DES MANQUEMENTS" TO RCP-LIBELLE
           MOVE WS-COMPTEUR-MANQUEMENTS TO RCP-VALEUR
           PERFORM 8100-ECRIRE-COMPTEUR.

       8100-ECRIRE-COMPTEUR.
           MOVE WS-LIGNE-COMPTEUR TO RRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE RRP-ENREGISTREMENT
           IF NOT REPRPRT-OK
               DISPLAY "ERREUR ECRITURE REPOS-REPORT - STATUT "
                   WS-STATUT-REPRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "REPOSRPT - PERIODE      : " WS-DATE-DEBUT
                   " - " WS-DATE-FIN
               DISPLAY "REPOSRPT - LUS          : " WS-COMPTEUR-LUS
               DISPLAY "REPOSRPT - MANQUEMENTS  : "
                   WS-COMPTEUR-MANQUEMENTS
           END-IF
           CLOSE USER-ACTIVITY
           CLOSE REPOS-REPORT.
