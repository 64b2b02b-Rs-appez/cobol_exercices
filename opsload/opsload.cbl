       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSLOAD.
       AUTHOR. Appez.

      ******************************************************************
      *    CHARGEMENT BATCH DES AUTORISATIONS OPERATEUR PAR SITE :
      *    LIT LE FICHIER DE LA SECURITE OPSTRANS (AUTORISATION A /
      *    RETRAIT R) ET L'APPLIQUE A OPERATOR-SITE. UNE AUTORISATION
      *    CREE L'ENREGISTREMENT OPERATEUR + SITE OU REMPLACE SES
      *    DATES S'IL EXISTE DEJA ; UN RETRAIT LE SUPPRIME.
      *    L'OPERATEUR DOIT EXISTER SUR OPERATOR-MASTER. LE COMPTE
      *    RENDU OPSLRPRT LISTE LES MOUVEMENTS ACCEPTES ET REJETES
      *    AVEC MOTIF, POUR RETOUR A LA SECURITE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-TRANSACTIONS ASSIGN TO "OPSTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OPSTRANS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT OPERATOR-SITE ASSIGN TO "OPERSITE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPS-CLE
               FILE STATUS IS WS-STATUT-OPERSITE.

           SELECT SITE-LOAD-REPORT ASSIGN TO "OPSLRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OPSLRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  SITE-TRANSACTIONS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "opstrans.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  OPERATOR-SITE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "opersite.cpy".

       FD  SITE-LOAD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "opslrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-OPSTRANS         PIC X(2).
           88  OPSTRANS-OK            VALUE "00".
           88  OPSTRANS-FIN           VALUE "10".

       01  WS-STATUT-OPERMAST         PIC X(2).
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-OPERSITE         PIC X(2).
           88  OPERSITE-OK            VALUE "00".
           88  OPERSITE-DOUBLON       VALUE "22".
           88  OPERSITE-NON-TROUVE    VALUE "23".
           88  OPERSITE-ABSENT        VALUE "35".

       01  WS-STATUT-OPSLRPRT         PIC X(2).
           88  OPSLRPRT-OK            VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-OPSTRANS PIC X(1) VALUE "N".
               88  FIN-FICHIER-OPSTRANS VALUE "O".
           05  WS-IND-MOUVEMENT-VALIDE PIC X(1) VALUE "O".
               88  MOUVEMENT-VALIDE   VALUE "O".
               88  MOUVEMENT-REJETE   VALUE "N".

       01  WS-NOM-JOB                 PIC X(8)  VALUE "OPSLOAD".

       01  WS-MOTIF-REJET             PIC X(40).
       01  WS-DATE-EFFET              PIC X(8).
       01  WS-DATE-EXPIRATION         PIC X(8).

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ACCEPTES       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REJETES        PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-CREATIONS      PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-REMPLACEMENTS  PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RETRAITS       PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(39)
               VALUE "CHARGEMENT AUTORISATIONS SITE - OPSLOAD".
           05  FILLER                 PIC X(5)  VALUE " DATE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  OEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  OEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-LIGNE-MOUVEMENT.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-CODE-ACTION        PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-CODE-SITE          PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-DATE-EFFET         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-DATE-EXPIRATION    PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-VERDICT            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OMV-MOTIF              PIC X(40).
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  OCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM UNTIL FIN-FICHIER-OPSTRANS
                   PERFORM 2000-TRAITER-MOUVEMENT
               END-PERFORM
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           OPEN INPUT SITE-TRANSACTIONS
           IF NOT OPSTRANS-OK
               DISPLAY "ERREUR OUVERTURE SITE-TRANSACTIONS - STATUT "
                   WS-STATUT-OPSTRANS
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

      *    AU PREMIER CHARGEMENT LE FICHIER DES AUTORISATIONS N'EXISTE
      *    PAS ENCORE : IL EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O OPERATOR-SITE
           IF OPERSITE-ABSENT
               OPEN OUTPUT OPERATOR-SITE
               IF OPERSITE-OK
                   CLOSE OPERATOR-SITE
                   OPEN I-O OPERATOR-SITE
               END-IF
           END-IF
           IF NOT OPERSITE-OK
               DISPLAY "ERREUR OUVERTURE OPERATOR-SITE - STATUT "
                   WS-STATUT-OPERSITE
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT SITE-LOAD-REPORT
           IF NOT OPSLRPRT-OK
               DISPLAY "ERREUR OUVERTURE SITE-LOAD-REPORT - STATUT "
                   WS-STATUT-OPSLRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               READ SITE-TRANSACTIONS
                   AT END
                       SET FIN-FICHIER-OPSTRANS TO TRUE
               END-READ
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO OEN-DATE
           MOVE WS-DHS-HEURE TO OEN-HEURE
           MOVE WS-LIGNE-ENTETE TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       2000-TRAITER-MOUVEMENT.
           ADD 1 TO WS-COMPTEUR-LUS
           SET MOUVEMENT-VALIDE TO TRUE
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE SPACES TO WS-DATE-EFFET
           MOVE SPACES TO WS-DATE-EXPIRATION

           PERFORM 2100-CONTROLER-MOUVEMENT
           IF MOUVEMENT-VALIDE
               EVALUATE TRUE
                   WHEN OST-AUTORISATION
                       PERFORM 3000-APPLIQUER-AUTORISATION
                   WHEN OST-RETRAIT
                       PERFORM 4000-APPLIQUER-RETRAIT
               END-EVALUATE
           END-IF

           IF MOUVEMENT-VALIDE
               ADD 1 TO WS-COMPTEUR-ACCEPTES
               PERFORM 2700-ECRIRE-ACCEPTE
           ELSE
               ADD 1 TO WS-COMPTEUR-REJETES
               PERFORM 2800-ECRIRE-REJETE
           END-IF

           READ SITE-TRANSACTIONS
               AT END
                   SET FIN-FICHIER-OPSTRANS TO TRUE
           END-READ.

       2100-CONTROLER-MOUVEMENT.
           IF NOT OST-AUTORISATION AND NOT OST-RETRAIT
               MOVE "ACTION INVALIDE - A OU R ATTENDU"
                   TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
           ELSE
               PERFORM 2200-CONTROLER-ID
               IF MOUVEMENT-VALIDE
                   PERFORM 2300-CONTROLER-SITE
               END-IF
               IF MOUVEMENT-VALIDE AND OST-AUTORISATION
                   PERFORM 2400-CONTROLER-DATES
               END-IF
               IF MOUVEMENT-VALIDE AND OST-AUTORISATION
                   PERFORM 2500-CONTROLER-OPERATEUR
               END-IF
           END-IF.

       2200-CONTROLER-ID.
           IF OST-ID-OPERATEUR = SPACES
               OR OST-ID-OPERATEUR(1:1) NOT ALPHABETIC
               OR OST-ID-OPERATEUR(1:1) = SPACE
               OR OST-ID-OPERATEUR(2:4) NOT NUMERIC
               MOVE "ID OPERATEUR AU FORMAT INVALIDE"
                   TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
           END-IF.

       2300-CONTROLER-SITE.
           IF OST-CODE-SITE = SPACES
               MOVE "CODE SITE OBLIGATOIRE" TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
           END-IF.

      *    DATE D'EFFET A BLANC = DATE DU JOUR ; DATE D'EXPIRATION A
      *    BLANC = SANS LIMITE (99999999).
       2400-CONTROLER-DATES.
           IF OST-DATE-EFFET = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-EFFET
           ELSE
               MOVE OST-DATE-EFFET TO WS-DATE-EFFET
           END-IF
           IF OST-DATE-EXPIRATION = SPACES
               MOVE "99999999" TO WS-DATE-EXPIRATION
           ELSE
               MOVE OST-DATE-EXPIRATION TO WS-DATE-EXPIRATION
           END-IF

           IF WS-DATE-EFFET NOT NUMERIC
               MOVE "DATE D'EFFET INVALIDE" TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
           ELSE
               IF WS-DATE-EXPIRATION NOT NUMERIC
                   MOVE "DATE D'EXPIRATION INVALIDE" TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
               ELSE
                   IF WS-DATE-EXPIRATION < WS-DATE-EFFET
                       MOVE "EXPIRATION ANTERIEURE A LA DATE D'EFFET"
                           TO WS-MOTIF-REJET
                       SET MOUVEMENT-REJETE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-CONTROLER-OPERATEUR.
           MOVE OST-ID-OPERATEUR TO OPM-ID-OPERATEUR
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "23" TO WS-STATUT-OPERMAST
           END-READ
           IF NOT OPERMAST-OK
               MOVE "OPERATEUR INCONNU DANS OPERATOR-MASTER"
                   TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
           END-IF.

      *    UNE AUTORISATION DEJA PRESENTE POUR CET OPERATEUR ET CE
      *    SITE VOIT SES DATES REMPLACEES PAR CELLES DU MOUVEMENT.
       3000-APPLIQUER-AUTORISATION.
           MOVE OST-ID-OPERATEUR TO OPS-ID-OPERATEUR
           MOVE OST-CODE-SITE TO OPS-CODE-SITE
           READ OPERATOR-SITE
               INVALID KEY
                   MOVE "23" TO WS-STATUT-OPERSITE
           END-READ
           IF OPERSITE-OK
               MOVE WS-DATE-EFFET TO OPS-DATE-EFFET
               MOVE WS-DATE-EXPIRATION TO OPS-DATE-EXPIRATION
               MOVE WS-NOM-JOB TO OPS-ORIGINE
               MOVE FUNCTION CURRENT-DATE TO OPS-HORODATAGE-MAJ
               REWRITE OPS-ENREGISTREMENT
               IF OPERSITE-OK
                   ADD 1 TO WS-COMPTEUR-REMPLACEMENTS
               ELSE
                   MOVE "ERREUR REECRITURE OPERATOR-SITE"
                       TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO OPS-ENREGISTREMENT
               MOVE OST-ID-OPERATEUR TO OPS-ID-OPERATEUR
               MOVE OST-CODE-SITE TO OPS-CODE-SITE
               MOVE WS-DATE-EFFET TO OPS-DATE-EFFET
               MOVE WS-DATE-EXPIRATION TO OPS-DATE-EXPIRATION
               MOVE WS-NOM-JOB TO OPS-ORIGINE
               MOVE FUNCTION CURRENT-DATE TO OPS-HORODATAGE-MAJ
               WRITE OPS-ENREGISTREMENT
               IF OPERSITE-OK
                   ADD 1 TO WS-COMPTEUR-CREATIONS
               ELSE
                   MOVE "ERREUR ECRITURE OPERATOR-SITE"
                       TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       4000-APPLIQUER-RETRAIT.
           MOVE OST-ID-OPERATEUR TO OPS-ID-OPERATEUR
           MOVE OST-CODE-SITE TO OPS-CODE-SITE
           READ OPERATOR-SITE
               INVALID KEY
                   MOVE "23" TO WS-STATUT-OPERSITE
           END-READ
           IF OPERSITE-OK
               DELETE OPERATOR-SITE
               IF OPERSITE-OK
                   ADD 1 TO WS-COMPTEUR-RETRAITS
               ELSE
                   MOVE "ERREUR SUPPRESSION OPERATOR-SITE"
                       TO WS-MOTIF-REJET
                   SET MOUVEMENT-REJETE TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "AUTORISATION INEXISTANTE POUR CE SITE"
                   TO WS-MOTIF-REJET
               SET MOUVEMENT-REJETE TO TRUE
           END-IF.

       2700-ECRIRE-ACCEPTE.
           PERFORM 2900-PREPARER-LIGNE
           MOVE "ACCEPTE" TO OMV-VERDICT
           MOVE SPACES TO OMV-MOTIF
           MOVE WS-LIGNE-MOUVEMENT TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       2800-ECRIRE-REJETE.
           PERFORM 2900-PREPARER-LIGNE
           MOVE "REJETE" TO OMV-VERDICT
           MOVE WS-MOTIF-REJET TO OMV-MOTIF
           MOVE WS-LIGNE-MOUVEMENT TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       2900-PREPARER-LIGNE.
           MOVE OST-CODE-ACTION TO OMV-CODE-ACTION
           MOVE OST-ID-OPERATEUR TO OMV-ID-OPERATEUR
           MOVE OST-CODE-SITE TO OMV-CODE-SITE
           IF WS-DATE-EFFET NOT = SPACES
               MOVE WS-DATE-EFFET TO OMV-DATE-EFFET
               MOVE WS-DATE-EXPIRATION TO OMV-DATE-EXPIRATION
           ELSE
               MOVE OST-DATE-EFFET TO OMV-DATE-EFFET
               MOVE OST-DATE-EXPIRATION TO OMV-DATE-EXPIRATION
           END-IF.

       8000-ECRIRE-COMPTEURS.
           MOVE "MOUVEMENTS LUS SITE-TRANSACTIONS" TO OCP-LIBELLE
           MOVE WS-COMPTEUR-LUS TO OCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "MOUVEMENTS ACCEPTES" TO OCP-LIBELLE
           MOVE WS-COMPTEUR-ACCEPTES TO OCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "MOUVEMENTS REJETES" TO OCP-LIBELLE
           MOVE WS-COMPTEUR-REJETES TO OCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT AUTORISATIONS CREEES" TO OCP-LIBELLE
           MOVE WS-COMPTEUR-CREATIONS TO OCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT AUTORISATIONS REMPLACEES" TO OCP-LIBELLE
           MOVE WS-COMPTEUR-REMPLACEMENTS TO OCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT AUTORISATIONS RETIREES" TO OCP-LIBELLE
           MOVE WS-COMPTEUR-RETRAITS TO OCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO OSR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           IF WS-COMPTEUR-REJETES > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE OSR-ENREGISTREMENT
           IF NOT OPSLRPRT-OK
               DISPLAY "ERREUR ECRITURE SITE-LOAD-REPORT - STATUT "
                   WS-STATUT-OPSLRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "OPSLOAD - LUS      : " WS-COMPTEUR-LUS
               DISPLAY "OPSLOAD - ACCEPTES : " WS-COMPTEUR-ACCEPTES
               DISPLAY "OPSLOAD - REJETES  : " WS-COMPTEUR-REJETES
           END-IF
           CLOSE SITE-TRANSACTIONS
           CLOSE OPERATOR-MASTER
           CLOSE OPERATOR-SITE
           CLOSE SITE-LOAD-REPORT.
