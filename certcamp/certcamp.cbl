       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCAMP.
       AUTHOR. Appez.

      ******************************************************************
      *    CAMPAGNE DE RECERTIFICATION DES ACCES OPERATEUR. LE
      *    PARAMETRE EST LA FONCTION SUIVIE DE L'IDENTIFIANT DE
      *    CAMPAGNE (EX. OUVRIR 2026T4) :
      *      OUVRIR   : PHOTOGRAPHIE DANS CERTIF CHAQUE OPERATEUR ACTIF
      *                 D'OPERATOR-MASTER, REGROUPE PAR OPM-CODE-QUART,
      *                 ET IMPRIME UNE FEUILLE PAR QUART POUR LE CHEF
      *                 DE QUART.
      *      RETOUR   : APPLIQUE LES FEUILLES RENVOYEES (CERTRET) :
      *                 CONFIRMATION (C) OU REVOCATION (R). LES MEMES
      *                 DECISIONS PEUVENT ETRE SAISIES SOUS CERT.
      *      CLOTURER : SUSPEND (STATUT S) LES OPERATEURS REVOQUES ET
      *                 CEUX QUI N'ONT PAS ETE CONFIRMES, AVEC ECRITURE
      *                 AU JOURNAL CHGJRNL SOUS L'ORIGINE CERTIF, PUIS
      *                 IMPRIME LE BILAN PAR QUART (CERTIFIES,
      *                 REVOQUES, SUSPENDUS D'OFFICE). LA CAMPAGNE EST
      *                 ALORS FERMEE.
      *    UNE CAMPAGNE NE PEUT ETRE OUVERTE QU'UNE FOIS ; RETOUR ET
      *    CLOTURER EXIGENT UNE CAMPAGNE OUVERTE. UNE FONCTION REFUSEE
      *    TERMINE EN CODE RETOUR 12.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT CERT-FILE ASSIGN TO "CERTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CLE
               FILE STATUS IS WS-STATUT-CERTIF.

           SELECT CERT-RETURNS ASSIGN TO "CERTRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CERTRET.

           SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CHGJRNL.

           SELECT CERT-REPORT ASSIGN TO "CERTRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CERTRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  CERT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY "certif.cpy".

       FD  CERT-RETURNS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "certret.cpy".

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 177 CHARACTERS.
           COPY "chgjrnl.cpy".

       FD  CERT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "certrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-OPERMAST         PIC X(2).
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-FIN           VALUE "10".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-CERTIF           PIC X(2).
           88  CERTIF-OK              VALUE "00".
           88  CERTIF-FIN             VALUE "10".
           88  CERTIF-DOUBLON         VALUE "22".
           88  CERTIF-NON-TROUVE      VALUE "23".
           88  CERTIF-ABSENT          VALUE "35".

       01  WS-STATUT-CERTRET          PIC X(2).
           88  CERTRET-OK             VALUE "00".
           88  CERTRET-FIN            VALUE "10".

       01  WS-STATUT-CHGJRNL          PIC X(2).
           88  CHGJRNL-OK             VALUE "00".

       01  WS-STATUT-CERTRPRT         PIC X(2).
           88  CERTRPRT-OK            VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-MASTER  PIC X(1) VALUE "N".
               88  FIN-FICHIER-MASTER VALUE "O".
           05  WS-FIN-FICHIER-CERTRET PIC X(1) VALUE "N".
               88  FIN-FICHIER-CERTRET VALUE "O".
           05  WS-FIN-CAMPAGNE        PIC X(1) VALUE "N".
               88  FIN-CAMPAGNE       VALUE "O".
           05  WS-IND-MOUVEMENT-VALIDE PIC X(1) VALUE "O".
               88  MOUVEMENT-VALIDE   VALUE "O".
               88  MOUVEMENT-REJETE   VALUE "N".
           05  WS-IND-CAMPAGNE        PIC X(1) VALUE "N".
               88  CAMPAGNE-UTILISABLE VALUE "O".
               88  CAMPAGNE-REFUSEE   VALUE "N".
           05  WS-IND-PREMIER-QUART   PIC X(1) VALUE "O".
               88  PREMIER-QUART      VALUE "O".

       01  WS-NOM-JOB                 PIC X(8)  VALUE "CERTCAMP".
       01  WS-ORIGINE-JOURNAL         PIC X(8)  VALUE "CERTIF".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-FONCTION                PIC X(8)  VALUE SPACES.
           88  FONCTION-OUVRIR        VALUE "OUVRIR".
           88  FONCTION-RETOUR        VALUE "RETOUR".
           88  FONCTION-CLOTURER      VALUE "CLOTURER".
           88  FONCTION-VALIDE        VALUES "OUVRIR" "RETOUR"
                                             "CLOTURER".
       01  WS-CAMPAGNE                PIC X(6)  VALUE SPACES.

       01  WS-MOTIF-REJET             PIC X(40).
       01  WS-IMAGE-AVANT-MASTER      PIC X(63).
       01  WS-QUART-COURANT           PIC X(1).
       01  WS-LIBELLE-RESULTAT        PIC X(20).

       01  WS-COMPTEUR-PHOTOGRAPHIES  PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-NON-ACTIFS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-QUART          PIC 9(8) VALUE ZERO.

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ACCEPTES       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REJETES        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-CONFIRMATIONS  PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REVOCATIONS    PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REMPLACEMENTS  PIC 9(8) VALUE ZERO.

       01  WS-TOTAUX-CLOTURE.
           05  WS-TOT-CERTIFIES       PIC 9(8) VALUE ZERO.
           05  WS-TOT-REVOQUES        PIC 9(8) VALUE ZERO.
           05  WS-TOT-SUSPENDUS       PIC 9(8) VALUE ZERO.
           05  WS-TOT-INACTIFS        PIC 9(8) VALUE ZERO.

       01  WS-TOTAUX-QUART.
           05  WS-QRT-CERTIFIES       PIC 9(5) VALUE ZERO.
           05  WS-QRT-REVOQUES        PIC 9(5) VALUE ZERO.
           05  WS-QRT-SUSPENDUS       PIC 9(5) VALUE ZERO.
           05  WS-QRT-INACTIFS        PIC 9(5) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(36)
               VALUE "RECERTIFICATION DES ACCES - CERTCAMP".
           05  FILLER                 PIC X(5)  VALUE " DATE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  CEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  CEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  WS-LIGNE-PARAMETRES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "FONCTION : ".
           05  CPA-FONCTION           PIC X(8).
           05  FILLER                 PIC X(13) VALUE "  CAMPAGNE : ".
           05  CPA-CAMPAGNE           PIC X(6).
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-LIGNE-FEUILLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(35)
               VALUE "FEUILLE DE RECERTIFICATION - QUART ".
           05  CFE-CODE-QUART         PIC X(1).
           05  FILLER                 PIC X(13) VALUE "  CAMPAGNE : ".
           05  CFE-CAMPAGNE           PIC X(6).
           05  FILLER                 PIC X(75) VALUE SPACES.

       01  WS-LIGNE-TITRES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "ID".
           05  FILLER                 PIC X(22) VALUE "NOM".
           05  FILLER                 PIC X(4)  VALUE "LG".
           05  FILLER                 PIC X(8)  VALUE "DERN.CNX".
           05  FILLER                 PIC X(89) VALUE SPACES.

       01  WS-LIGNE-FEUILLE-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CFD-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CFD-NOM-OPERATEUR      PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CFD-CODE-LANGUE        PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CFD-DERNIERE-CONNEXION PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE "DECISION (C/R) : ___   VISA : ________".
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-LIGNE-RETOUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-ID-CAMPAGNE        PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-CODE-QUART         PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-DECISION           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-DECIDEUR           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-VERDICT            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CRM-MOTIF              PIC X(40).
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-LIGNE-CLOTURE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CCD-CODE-QUART         PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CCD-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CCD-NOM-OPERATEUR      PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CCD-RESULTAT           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CCD-DECIDEUR           PIC X(8).
           05  FILLER                 PIC X(68) VALUE SPACES.

       01  WS-LIGNE-BILAN-QUART.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "QUART ".
           05  CBQ-CODE-QUART         PIC X(1).
           05  FILLER                 PIC X(12) VALUE "  CERTIFIES ".
           05  CBQ-CERTIFIES          PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE "  REVOQUES ".
           05  CBQ-REVOQUES           PIC ZZZZ9.
           05  FILLER                 PIC X(21)
               VALUE "  SUSPENDUS D'OFFICE ".
           05  CBQ-SUSPENDUS          PIC ZZZZ9.
           05  FILLER                 PIC X(16)
               VALUE "  DEJA INACTIFS ".
           05  CBQ-INACTIFS           PIC ZZZZ9.
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  CCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               EVALUATE TRUE
                   WHEN FONCTION-OUVRIR
                       PERFORM 2000-OUVRIR-CAMPAGNE
                   WHEN FONCTION-RETOUR
                       PERFORM 3000-TRAITER-RETOURS
                   WHEN FONCTION-CLOTURER
                       PERFORM 4000-CLOTURER-CAMPAGNE
               END-EVALUATE
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES
           IF NOT FONCTION-VALIDE OR WS-CAMPAGNE = SPACES
               DISPLAY "CERTCAMP - PARAMETRE INVALIDE : "
                   "OUVRIR|RETOUR|CLOTURER CAMPAGNE ATTENDU"
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1200-OUVRIR-FICHIERS
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO CEN-DATE
           MOVE WS-DHS-HEURE TO CEN-HEURE
           MOVE WS-LIGNE-ENTETE TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-FONCTION TO CPA-FONCTION
           MOVE WS-CAMPAGNE TO CPA-CAMPAGNE
           MOVE WS-LIGNE-PARAMETRES TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    SEULS LES FICHIERS UTILES A LA FONCTION SONT OUVERTS :
      *    OPERATOR-MASTER EN LECTURE A L'OUVERTURE ET EN MISE A JOUR
      *    A LA CLOTURE, CERTRET AU RETOUR, LE JOURNAL A LA CLOTURE.
       1200-OUVRIR-FICHIERS.
           EVALUATE TRUE
               WHEN FONCTION-OUVRIR
                   OPEN INPUT OPERATOR-MASTER
               WHEN FONCTION-CLOTURER
                   OPEN I-O OPERATOR-MASTER
               WHEN OTHER
                   MOVE "00" TO WS-STATUT-OPERMAST
           END-EVALUATE
           IF NOT OPERMAST-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-MASTER - STATUT "
                   WS-STATUT-OPERMAST
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

      *    A LA PREMIERE CAMPAGNE LE FICHIER CERTIF N'EXISTE PAS
      *    ENCORE : IL EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O CERT-FILE
           IF CERTIF-ABSENT
               OPEN OUTPUT CERT-FILE
               IF CERTIF-OK
                   CLOSE CERT-FILE
                   OPEN I-O CERT-FILE
               END-IF
           END-IF
           IF NOT CERTIF-OK
               DISPLAY "ERREUR OUVERTURE CERT-FILE - STATUT "
                   WS-STATUT-CERTIF
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF FONCTION-RETOUR
               OPEN INPUT CERT-RETURNS
               IF NOT CERTRET-OK
                   DISPLAY "ERREUR OUVERTURE CERT-RETURNS - STATUT "
                       WS-STATUT-CERTRET
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF FONCTION-CLOTURER
               OPEN EXTEND CHANGE-JOURNAL
               IF NOT CHGJRNL-OK
                   DISPLAY "ERREUR OUVERTURE CHANGE-JOURNAL - STATUT "
                       WS-STATUT-CHGJRNL
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           OPEN OUTPUT CERT-REPORT
           IF NOT CERTRPRT-OK
               DISPLAY "ERREUR OUVERTURE CERT-REPORT - STATUT "
                   WS-STATUT-CERTRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1300-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
                   INTO WS-FONCTION WS-CAMPAGNE
           END-IF.

      *    LIT L'ENTETE DE LA CAMPAGNE TRAITEE ; CAMPAGNE-UTILISABLE
      *    SI ELLE EXISTE ET EST ENCORE OUVERTE.
       1500-LIRE-ENTETE-CAMPAGNE.
           SET CAMPAGNE-REFUSEE TO TRUE
           MOVE WS-CAMPAGNE TO CRT-CAM-ID-CAMPAGNE
           MOVE SPACE TO CRT-CAM-CODE-QUART
           MOVE SPACES TO CRT-CAM-ID-OPERATEUR
           READ CERT-FILE
               INVALID KEY
                   MOVE "23" TO WS-STATUT-CERTIF
           END-READ
           EVALUATE TRUE
               WHEN CERTIF-NON-TROUVE
                   DISPLAY "CERTCAMP - CAMPAGNE " WS-CAMPAGNE
                       " INEXISTANTE - FONCTION REFUSEE"
                   MOVE 12 TO RETURN-CODE
               WHEN NOT CERTIF-OK
                   DISPLAY "ERREUR LECTURE CERT-FILE - STATUT "
                       WS-STATUT-CERTIF
                   MOVE 16 TO RETURN-CODE
               WHEN NOT CRT-CAMPAGNE-OUVERTE
                   DISPLAY "CERTCAMP - CAMPAGNE " WS-CAMPAGNE
                       " DEJA CLOTUREE - FONCTION REFUSEE"
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   SET CAMPAGNE-UTILISABLE TO TRUE
           END-EVALUATE.

      *    POSITIONNE CERTIF SUR LA PREMIERE LIGNE OPERATEUR DE LA
      *    CAMPAGNE (JUSTE APRES SON ENTETE) ET LA LIT.
       1600-DEBUTER-CAMPAGNE.
           MOVE "N" TO WS-FIN-CAMPAGNE
           MOVE WS-CAMPAGNE TO CRT-CAM-ID-CAMPAGNE
           MOVE SPACE TO CRT-CAM-CODE-QUART
           MOVE SPACES TO CRT-CAM-ID-OPERATEUR
           START CERT-FILE KEY GREATER THAN CRT-CLE
               INVALID KEY
                   SET FIN-CAMPAGNE TO TRUE
           END-START
           IF NOT FIN-CAMPAGNE
               PERFORM 1700-LIRE-LIGNE-CAMPAGNE
           END-IF.

       1700-LIRE-LIGNE-CAMPAGNE.
           READ CERT-FILE NEXT
               AT END
                   SET FIN-CAMPAGNE TO TRUE
           END-READ
           IF NOT FIN-CAMPAGNE
               IF NOT CERTIF-OK
                   DISPLAY "ERREUR LECTURE CERT-FILE - STATUT "
                       WS-STATUT-CERTIF
                   MOVE 16 TO RETURN-CODE
                   SET FIN-CAMPAGNE TO TRUE
               ELSE
                   IF CRT-ID-CAMPAGNE NOT = WS-CAMPAGNE
                       SET FIN-CAMPAGNE TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    OUVERTURE : ENTETE, PHOTOGRAPHIE DES ACTIFS, FEUILLES
      ******************************************************************
       2000-OUVRIR-CAMPAGNE.
           MOVE WS-CAMPAGNE TO CRT-CAM-ID-CAMPAGNE
           MOVE SPACE TO CRT-CAM-CODE-QUART
           MOVE SPACES TO CRT-CAM-ID-OPERATEUR
           READ CERT-FILE
               INVALID KEY
                   MOVE "23" TO WS-STATUT-CERTIF
           END-READ
           IF CERTIF-OK
               DISPLAY "CERTCAMP - CAMPAGNE " WS-CAMPAGNE
                   " DEJA OUVERTE - FONCTION REFUSEE"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2050-ECRIRE-ENTETE-CAMPAGNE
               IF CERTIF-OK
                   READ OPERATOR-MASTER NEXT
                       AT END
                           SET FIN-FICHIER-MASTER TO TRUE
                   END-READ
                   PERFORM UNTIL FIN-FICHIER-MASTER
                       PERFORM 2100-PHOTOGRAPHIER-OPERATEUR
                   END-PERFORM
                   PERFORM 2200-MAJ-ENTETE-CAMPAGNE
                   PERFORM 2500-EDITER-FEUILLES
               END-IF
           END-IF.

       2050-ECRIRE-ENTETE-CAMPAGNE.
           MOVE SPACES TO CRT-CAMPAGNE
           MOVE WS-CAMPAGNE TO CRT-CAM-ID-CAMPAGNE
           SET CRT-TYPE-CAMPAGNE TO TRUE
           SET CRT-CAMPAGNE-OUVERTE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRT-CAM-DATE-OUVERTURE
           MOVE ZERO TO CRT-CAM-NB-OPERATEURS
           WRITE CRT-CAMPAGNE
           IF NOT CERTIF-OK
               DISPLAY "ERREUR ECRITURE ENTETE CERT-FILE - STATUT "
                   WS-STATUT-CERTIF
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    SEULS LES OPERATEURS ACTIFS SONT A RECERTIFIER ; LES
      *    SUSPENDUS ET RESILIES SONT COMPTES MAIS NON REPRIS.
       2100-PHOTOGRAPHIER-OPERATEUR.
           IF OPM-ACTIF
               MOVE SPACES TO CRT-OPERATEUR
               MOVE WS-CAMPAGNE TO CRT-ID-CAMPAGNE
               MOVE OPM-CODE-QUART TO CRT-CODE-QUART
               MOVE OPM-ID-OPERATEUR TO CRT-ID-OPERATEUR
               SET CRT-TYPE-OPERATEUR TO TRUE
               MOVE OPM-NOM-OPERATEUR TO CRT-NOM-OPERATEUR
               MOVE OPM-CODE-LANGUE TO CRT-CODE-LANGUE
               MOVE OPM-DERNIERE-CONNEXION(1:8)
                   TO CRT-DERNIERE-CONNEXION
               SET CRT-A-CERTIFIER TO TRUE
               WRITE CRT-OPERATEUR
               IF CERTIF-OK
                   ADD 1 TO WS-COMPTEUR-PHOTOGRAPHIES
               ELSE
                   DISPLAY "ERREUR ECRITURE CERT-FILE POUR "
                       OPM-ID-OPERATEUR " - STATUT " WS-STATUT-CERTIF
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-COMPTEUR-NON-ACTIFS
           END-IF

           READ OPERATOR-MASTER NEXT
               AT END
                   SET FIN-FICHIER-MASTER TO TRUE
           END-READ.

       2200-MAJ-ENTETE-CAMPAGNE.
           PERFORM 1500-LIRE-ENTETE-CAMPAGNE
           IF CAMPAGNE-UTILISABLE
               MOVE WS-COMPTEUR-PHOTOGRAPHIES TO CRT-CAM-NB-OPERATEURS
               REWRITE CRT-CAMPAGNE
               IF NOT CERTIF-OK
                   DISPLAY "ERREUR REECRITURE ENTETE CERT-FILE - "
                       "STATUT " WS-STATUT-CERTIF
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    LES LIGNES ETANT RANGEES PAR QUART, UNE FEUILLE EST EDITEE
      *    A CHAQUE CHANGEMENT DE CODE QUART.
       2500-EDITER-FEUILLES.
           PERFORM 1600-DEBUTER-CAMPAGNE
           PERFORM UNTIL FIN-CAMPAGNE
               IF PREMIER-QUART
                   OR CRT-CODE-QUART NOT = WS-QUART-COURANT
                   IF NOT PREMIER-QUART
                       PERFORM 2700-ECRIRE-TOTAL-FEUILLE
                   END-IF
                   MOVE "N" TO WS-IND-PREMIER-QUART
                   MOVE CRT-CODE-QUART TO WS-QUART-COURANT
                   MOVE ZERO TO WS-COMPTEUR-QUART
                   PERFORM 2600-ECRIRE-ENTETE-FEUILLE
               END-IF
               ADD 1 TO WS-COMPTEUR-QUART
               MOVE CRT-ID-OPERATEUR TO CFD-ID-OPERATEUR
               MOVE CRT-NOM-OPERATEUR TO CFD-NOM-OPERATEUR
               MOVE CRT-CODE-LANGUE TO CFD-CODE-LANGUE
               MOVE CRT-DERNIERE-CONNEXION TO CFD-DERNIERE-CONNEXION
               MOVE WS-LIGNE-FEUILLE-DETAIL TO CRP-ENREGISTREMENT
               PERFORM 8900-ECRIRE-LIGNE-ETAT
               PERFORM 1700-LIRE-LIGNE-CAMPAGNE
           END-PERFORM
           IF NOT PREMIER-QUART
               PERFORM 2700-ECRIRE-TOTAL-FEUILLE
           END-IF.

       2600-ECRIRE-ENTETE-FEUILLE.
           MOVE SPACES TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-QUART-COURANT TO CFE-CODE-QUART
           MOVE WS-CAMPAGNE TO CFE-CAMPAGNE
           MOVE WS-LIGNE-FEUILLE TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-TITRES TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       2700-ECRIRE-TOTAL-FEUILLE.
           MOVE SPACES TO CCP-LIBELLE
           STRING "OPERATEURS A CERTIFIER QUART " DELIMITED BY SIZE
                  WS-QUART-COURANT DELIMITED BY SIZE
               INTO CCP-LIBELLE
           END-STRING
           MOVE WS-COMPTEUR-QUART TO CCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      ******************************************************************
      *    RETOUR : APPLICATION DES FEUILLES RENVOYEES (CERTRET)
      ******************************************************************
       3000-TRAITER-RETOURS.
           PERFORM 1500-LIRE-ENTETE-CAMPAGNE
           IF CAMPAGNE-UTILISABLE
               READ CERT-RETURNS
                   AT END
                       SET FIN-FICHIER-CERTRET TO TRUE
               END-READ
               PERFORM UNTIL FIN-FICHIER-CERTRET
                   PERFORM 3100-TRAITER-RETOUR
               END-PERFORM
               IF WS-COMPTEUR-REJETES > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3100-TRAITER-RETOUR.
           ADD 1 TO WS-COMPTEUR-LUS
           SET MOUVEMENT-VALIDE TO TRUE
           MOVE SPACES TO WS-MOTIF-REJET

           PERFORM 3200-CONTROLER-RETOUR
           IF MOUVEMENT-VALIDE
               PERFORM 3300-APPLIQUER-RETOUR
           END-IF

           IF MOUVEMENT-VALIDE
               ADD 1 TO WS-COMPTEUR-ACCEPTES
               MOVE "ACCEPTE" TO CRM-VERDICT
           ELSE
               ADD 1 TO WS-COMPTEUR-REJETES
               MOVE "REJETE" TO CRM-VERDICT
           END-IF
           MOVE CRR-ID-CAMPAGNE TO CRM-ID-CAMPAGNE
           MOVE CRR-CODE-QUART TO CRM-CODE-QUART
           MOVE CRR-ID-OPERATEUR TO CRM-ID-OPERATEUR
           MOVE CRR-DECISION TO CRM-DECISION
           MOVE CRR-DECIDEUR TO CRM-DECIDEUR
           MOVE WS-MOTIF-REJET TO CRM-MOTIF
           MOVE WS-LIGNE-RETOUR TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           READ CERT-RETURNS
               AT END
                   SET FIN-FICHIER-CERTRET TO TRUE
           END-READ.

       3200-CONTROLER-RETOUR.
           EVALUATE TRUE
               WHEN CRR-ID-CAMPAGNE NOT = WS-CAMPAGNE
                   MOVE "CAMPAGNE DIFFERENTE DE LA CAMPAGNE TRAITEE"
                       TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
               WHEN NOT CRR-CONFIRMATION AND NOT CRR-REVOCATION
                   MOVE "DECISION INVALIDE - C OU R ATTENDU"
                       TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
               WHEN CRR-DECIDEUR = SPACES
                   MOVE "VISA DU CHEF DE QUART OBLIGATOIRE"
                       TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
               WHEN OTHER
                   MOVE CRR-ID-CAMPAGNE TO CRT-ID-CAMPAGNE
                   MOVE CRR-CODE-QUART TO CRT-CODE-QUART
                   MOVE CRR-ID-OPERATEUR TO CRT-ID-OPERATEUR
                   READ CERT-FILE
                       INVALID KEY
                           MOVE "23" TO WS-STATUT-CERTIF
                   END-READ
                   IF NOT CERTIF-OK OR NOT CRT-TYPE-OPERATEUR
                       MOVE "OPERATEUR ABSENT DE CETTE CAMPAGNE/QUART"
                           TO WS-MOTIF-REJET
                       SET MOUVEMENT-REJETE TO TRUE
                   END-IF
           END-EVALUATE.

      *    UNE NOUVELLE DECISION REMPLACE LA PRECEDENTE TANT QUE LA
      *    CAMPAGNE EST OUVERTE.
       3300-APPLIQUER-RETOUR.
           IF NOT CRT-A-CERTIFIER
               ADD 1 TO WS-COMPTEUR-REMPLACEMENTS
           END-IF
           MOVE CRR-DECISION TO CRT-DECISION
           MOVE CRR-DECIDEUR TO CRT-DECIDEUR
           MOVE FUNCTION CURRENT-DATE(1:14) TO CRT-HORODATAGE-DECISION
           SET CRT-SOURCE-FICHIER TO TRUE
           REWRITE CRT-OPERATEUR
           IF CERTIF-OK
               IF CRT-CONFIRME
                   ADD 1 TO WS-COMPTEUR-CONFIRMATIONS
               ELSE
                   ADD 1 TO WS-COMPTEUR-REVOCATIONS
               END-IF
           ELSE
               MOVE "ERREUR REECRITURE CERT-FILE" TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    CLOTURE : SUSPENSIONS, BILAN PAR QUART, FERMETURE
      ******************************************************************
       4000-CLOTURER-CAMPAGNE.
           PERFORM 1500-LIRE-ENTETE-CAMPAGNE
           IF CAMPAGNE-UTILISABLE
               PERFORM 1600-DEBUTER-CAMPAGNE
               PERFORM UNTIL FIN-CAMPAGNE
                   IF PREMIER-QUART
                       OR CRT-CODE-QUART NOT = WS-QUART-COURANT
                       IF NOT PREMIER-QUART
                           PERFORM 4800-ECRIRE-BILAN-QUART
                       END-IF
                       MOVE "N" TO WS-IND-PREMIER-QUART
                       MOVE CRT-CODE-QUART TO WS-QUART-COURANT
                       INITIALIZE WS-TOTAUX-QUART
                   END-IF
                   PERFORM 4100-CLOTURER-OPERATEUR
                   PERFORM 1700-LIRE-LIGNE-CAMPAGNE
               END-PERFORM
               IF NOT PREMIER-QUART
                   PERFORM 4800-ECRIRE-BILAN-QUART
               END-IF
               PERFORM 4900-FERMER-CAMPAGNE
               IF WS-TOT-SUSPENDUS > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *    UN OPERATEUR CONFIRME EST MAINTENU ; UN OPERATEUR REVOQUE
      *    OU NON CONFIRME EST SUSPENDU S'IL EST ENCORE ACTIF.
       4100-CLOTURER-OPERATEUR.
           IF CRT-CONFIRME
               SET CRT-RES-MAINTENU TO TRUE
               ADD 1 TO WS-QRT-CERTIFIES
               ADD 1 TO WS-TOT-CERTIFIES
           ELSE
               MOVE CRT-ID-OPERATEUR TO OPM-ID-OPERATEUR
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-STATUT-OPERMAST
               END-READ
               IF OPERMAST-OK AND OPM-ACTIF
                   PERFORM 4200-SUSPENDRE-OPERATEUR
               ELSE
                   SET CRT-RES-DEJA-INACTIF TO TRUE
                   ADD 1 TO WS-QRT-INACTIFS
                   ADD 1 TO WS-TOT-INACTIFS
                   MOVE "DEJA INACTIF" TO WS-LIBELLE-RESULTAT
                   PERFORM 4700-ECRIRE-LIGNE-CLOTURE
               END-IF
           END-IF

           REWRITE CRT-OPERATEUR
           IF NOT CERTIF-OK
               DISPLAY "ERREUR REECRITURE CERT-FILE POUR "
                   CRT-ID-OPERATEUR " - STATUT " WS-STATUT-CERTIF
               MOVE 16 TO RETURN-CODE
           END-IF.

       4200-SUSPENDRE-OPERATEUR.
           MOVE OPM-ENREGISTREMENT TO WS-IMAGE-AVANT-MASTER
           MOVE "S" TO OPM-STATUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPM-DATE-EFFET-STATUT
           REWRITE OPM-ENREGISTREMENT
           IF OPERMAST-OK
               SET CRT-RES-SUSPENDU TO TRUE
               IF CRT-REVOQUE
                   ADD 1 TO WS-QRT-REVOQUES
                   ADD 1 TO WS-TOT-REVOQUES
                   MOVE "REVOQUE - SUSPENDU" TO WS-LIBELLE-RESULTAT
               ELSE
                   ADD 1 TO WS-QRT-SUSPENDUS
                   ADD 1 TO WS-TOT-SUSPENDUS
                   MOVE "SUSPENDU D'OFFICE" TO WS-LIBELLE-RESULTAT
               END-IF
               MOVE "C" TO CHJ-CODE-ACTION
               MOVE WS-IMAGE-AVANT-MASTER TO CHJ-IMAGE-AVANT
               MOVE OPM-ENREGISTREMENT TO CHJ-IMAGE-APRES
               PERFORM 7000-JOURNALISER
           ELSE
               DISPLAY "ERREUR REECRITURE OPERATOR-MASTER POUR "
                   CRT-ID-OPERATEUR " - STATUT " WS-STATUT-OPERMAST
               MOVE 16 TO RETURN-CODE
               MOVE "ERREUR MISE A JOUR" TO WS-LIBELLE-RESULTAT
           END-IF
           PERFORM 4700-ECRIRE-LIGNE-CLOTURE.

       4700-ECRIRE-LIGNE-CLOTURE.
           MOVE CRT-CODE-QUART TO CCD-CODE-QUART
           MOVE CRT-ID-OPERATEUR TO CCD-ID-OPERATEUR
           MOVE CRT-NOM-OPERATEUR TO CCD-NOM-OPERATEUR
           MOVE WS-LIBELLE-RESULTAT TO CCD-RESULTAT
           MOVE CRT-DECIDEUR TO CCD-DECIDEUR
           MOVE WS-LIGNE-CLOTURE TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       4800-ECRIRE-BILAN-QUART.
           MOVE WS-QUART-COURANT TO CBQ-CODE-QUART
           MOVE WS-QRT-CERTIFIES TO CBQ-CERTIFIES
           MOVE WS-QRT-REVOQUES TO CBQ-REVOQUES
           MOVE WS-QRT-SUSPENDUS TO CBQ-SUSPENDUS
           MOVE WS-QRT-INACTIFS TO CBQ-INACTIFS
           MOVE WS-LIGNE-BILAN-QUART TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       4900-FERMER-CAMPAGNE.
           PERFORM 1500-LIRE-ENTETE-CAMPAGNE
           IF CAMPAGNE-UTILISABLE
               SET CRT-CAMPAGNE-CLOSE TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO CRT-CAM-DATE-CLOTURE
               REWRITE CRT-CAMPAGNE
               IF NOT CERTIF-OK
                   DISPLAY "ERREUR REECRITURE ENTETE CERT-FILE - "
                       "STATUT " WS-STATUT-CERTIF
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    LE CHEF DE QUART AYANT REVOQUE L'OPERATEUR EST PORTE COMME
      *    DEMANDEUR ; IL EST A BLANC POUR UNE SUSPENSION D'OFFICE.
       7000-JOURNALISER.
           MOVE FUNCTION CURRENT-DATE TO CHJ-HORODATAGE
           MOVE WS-ORIGINE-JOURNAL TO CHJ-ORIGINE
           IF CRT-REVOQUE
               MOVE CRT-DECIDEUR TO CHJ-DEMANDEUR
           ELSE
               MOVE SPACES TO CHJ-DEMANDEUR
           END-IF
           MOVE SPACES TO CHJ-APPROBATEUR
           WRITE CHJ-ENREGISTREMENT
           IF NOT CHGJRNL-OK
               DISPLAY "ERREUR ECRITURE CHANGE-JOURNAL POUR "
                   CRT-ID-OPERATEUR " - STATUT " WS-STATUT-CHGJRNL
               MOVE 16 TO RETURN-CODE
           END-IF.

       8000-ECRIRE-COMPTEURS.
           MOVE SPACES TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           EVALUATE TRUE
               WHEN FONCTION-OUVRIR
                   MOVE "OPERATEURS PHOTOGRAPHIES" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-PHOTOGRAPHIES TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "OPERATEURS NON ACTIFS NON REPRIS"
                       TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-NON-ACTIFS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
               WHEN FONCTION-RETOUR
                   MOVE "DECISIONS LUES CERT-RETURNS" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-LUS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "DECISIONS ACCEPTEES" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-ACCEPTES TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "DECISIONS REJETEES" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-REJETES TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "DONT CONFIRMATIONS" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-CONFIRMATIONS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "DONT REVOCATIONS" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-REVOCATIONS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "DONT DECISIONS REMPLACEES" TO CCP-LIBELLE
                   MOVE WS-COMPTEUR-REMPLACEMENTS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
               WHEN FONCTION-CLOTURER
                   MOVE "OPERATEURS CERTIFIES" TO CCP-LIBELLE
                   MOVE WS-TOT-CERTIFIES TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "OPERATEURS REVOQUES ET SUSPENDUS"
                       TO CCP-LIBELLE
                   MOVE WS-TOT-REVOQUES TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "OPERATEURS SUSPENDUS D'OFFICE" TO CCP-LIBELLE
                   MOVE WS-TOT-SUSPENDUS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
                   MOVE "OPERATEURS DEJA INACTIFS" TO CCP-LIBELLE
                   MOVE WS-TOT-INACTIFS TO CCP-VALEUR
                   PERFORM 8100-ECRIRE-COMPTEUR
           END-EVALUATE.

       8100-ECRIRE-COMPTEUR.
           MOVE WS-LIGNE-COMPTEUR TO CRP-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE CRP-ENREGISTREMENT
           IF NOT CERTRPRT-OK
               DISPLAY "ERREUR ECRITURE CERT-REPORT - STATUT "
                   WS-STATUT-CERTRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "CERTCAMP - FONCTION " WS-FONCTION
                   " CAMPAGNE " WS-CAMPAGNE
                   " - CODE RETOUR " RETURN-CODE
           END-IF
           IF FONCTION-VALIDE AND WS-CAMPAGNE NOT = SPACES
               IF FONCTION-OUVRIR OR FONCTION-CLOTURER
                   CLOSE OPERATOR-MASTER
               END-IF
               IF FONCTION-RETOUR
                   CLOSE CERT-RETURNS
               END-IF
               IF FONCTION-CLOTURER
                   CLOSE CHANGE-JOURNAL
               END-IF
               CLOSE CERT-FILE
               CLOSE CERT-REPORT
           END-IF.
