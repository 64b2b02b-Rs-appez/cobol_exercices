       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNDEXPIR.
       AUTHOR. Appez.

      ******************************************************************
      *    EXPIRATION NOCTURNE DES DEMANDES DE DOUBLE CONTROLE :
      *    PARCOURT OPMPEND ET PASSE A L'ETAT EXPIREE (X) LES
      *    DEMANDES ENCORE EN ATTENTE DEPUIS PLUS DE N JOURS (N EN
      *    PARAMETRE, 7 PAR DEFAUT). UNE DEMANDE EXPIREE N'EST PLUS
      *    PROPOSEE SOUS OPAP ET OPERATOR-MASTER N'EST PAS MODIFIE ;
      *    LA DEMANDE DOIT ETRE RESSAISIE SOUS OPMT. L'ETAT PNDRPRT
      *    LISTE LES DEMANDES TOUJOURS EN ATTENTE ET CELLES EXPIREES
      *    PAR CE PASSAGE. LES DEMANDES DEJA TRAITEES SONT COMPTEES
      *    MAIS NON LISTEES.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "OPMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CLE
               FILE STATUS IS WS-STATUT-OPMPEND.

           SELECT PENDING-REPORT ASSIGN TO "PNDRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PNDRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  PENDING-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY "opmpend.cpy".

       FD  PENDING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "pndrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-OPMPEND          PIC X(2).
           88  OPMPEND-OK             VALUE "00".
           88  OPMPEND-FIN            VALUE "10".
           88  OPMPEND-ABSENT         VALUE "35".

       01  WS-STATUT-PNDRPRT          PIC X(2).
           88  PNDRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-OPMPEND PIC X(1) VALUE "N".
               88  FIN-FICHIER-OPMPEND VALUE "O".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-JOURS              PIC X(4)  VALUE SPACES.
       01  WS-LONGUEUR-PARM           PIC 9(2)  VALUE ZERO.
       01  WS-SEUIL-JOURS             PIC 9(4)  VALUE 7.

       01  WS-JOUR-COURANT            PIC 9(8).
       01  WS-ENTIER-COURANT          PIC 9(8).
       01  WS-DATE-DEMANDE            PIC 9(8).
       01  WS-ENTIER-DEMANDE          PIC 9(8).
       01  WS-JOURS-ATTENTE           PIC 9(4).

      *    VUE DE L'IMAGE AVANT POUR L'EDITION DU NOM DE L'OPERATEUR
       01  WS-IMAGE-OPERATEUR.
           05  WIO-ID-OPERATEUR       PIC X(5).
           05  WIO-NOM-OPERATEUR      PIC X(20).
           05  FILLER                 PIC X(38).

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-EN-ATTENTE     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-EXPIREES       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-TRAITEES       PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(35)
               VALUE "DEMANDES DOUBLE CONTROLE - PNDEXPIR".
           05  FILLER                 PIC X(5)  VALUE " DATE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  PEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  PEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(14) VALUE "  SEUIL JOURS ".
           05  PEN-SEUIL              PIC ZZZ9.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PDT-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PDT-NOM-OPERATEUR      PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PDT-HORODATAGE-DEMANDE PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PDT-ACTION             PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PDT-DEMANDEUR          PIC X(8).
           05  FILLER                 PIC X(8)  VALUE "  JOURS ".
           05  PDT-JOURS-ATTENTE      PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PDT-VERDICT            PIC X(10).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  PCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM UNTIL FIN-FICHIER-OPMPEND
                   PERFORM 2000-TRAITER-DEMANDE
               END-PERFORM
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO WS-JOUR-COURANT
           MOVE FUNCTION INTEGER-OF-DATE(WS-JOUR-COURANT)
               TO WS-ENTIER-COURANT

      *    TANT QU'AUCUNE DEMANDE N'A ETE SAISIE SOUS OPMT LE FICHIER
      *    PEUT NE PAS EXISTER : IL EST CREE VIDE PUIS ROUVERT.
           OPEN I-O PENDING-FILE
           IF OPMPEND-ABSENT
               OPEN OUTPUT PENDING-FILE
               IF OPMPEND-OK
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
           END-IF
           IF NOT OPMPEND-OK
               DISPLAY "ERREUR OUVERTURE PENDING-FILE - STATUT "
                   WS-STATUT-OPMPEND
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT PENDING-REPORT
           IF NOT PNDRPRT-OK
               DISPLAY "ERREUR OUVERTURE PENDING-REPORT - STATUT "
                   WS-STATUT-PNDRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               READ PENDING-FILE
                   AT END
                       SET FIN-FICHIER-OPMPEND TO TRUE
               END-READ
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE WS-DHS-DATE TO PEN-DATE
           MOVE WS-DHS-HEURE TO PEN-HEURE
           MOVE WS-SEUIL-JOURS TO PEN-SEUIL
           MOVE WS-LIGNE-ENTETE TO PRR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       1300-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-JOURS
                       COUNT IN WS-LONGUEUR-PARM
               IF WS-LONGUEUR-PARM > ZERO
                   AND WS-PARM-JOURS(1:WS-LONGUEUR-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-JOURS)
                       TO WS-SEUIL-JOURS
               END-IF
           END-IF.

       2000-TRAITER-DEMANDE.
           ADD 1 TO WS-COMPTEUR-LUS
           IF PND-EN-ATTENTE
               PERFORM 2100-EVALUER-ATTENTE
               IF WS-JOURS-ATTENTE > WS-SEUIL-JOURS
                   PERFORM 2200-EXPIRER-DEMANDE
               ELSE
                   ADD 1 TO WS-COMPTEUR-EN-ATTENTE
                   MOVE "EN ATTENTE" TO PDT-VERDICT
                   PERFORM 2900-ECRIRE-DETAIL
               END-IF
           ELSE
               ADD 1 TO WS-COMPTEUR-TRAITEES
           END-IF

           READ PENDING-FILE
               AT END
                   SET FIN-FICHIER-OPMPEND TO TRUE
           END-READ.

      *    L'ANCIENNETE EST CALCULEE EN JOURS CALENDAIRES A PARTIR DE
      *    LA DATE DE L'HORODATAGE DE LA DEMANDE.
       2100-EVALUER-ATTENTE.
           IF PND-HORODATAGE-DEMANDE(1:8) IS NUMERIC
               MOVE PND-HORODATAGE-DEMANDE(1:8) TO WS-DATE-DEMANDE
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-DEMANDE)
                   TO WS-ENTIER-DEMANDE
               IF WS-ENTIER-DEMANDE = ZERO
                   MOVE 9999 TO WS-JOURS-ATTENTE
               ELSE
                   IF WS-ENTIER-DEMANDE > WS-ENTIER-COURANT
                       MOVE ZERO TO WS-JOURS-ATTENTE
                   ELSE
                       IF WS-ENTIER-COURANT - WS-ENTIER-DEMANDE > 9999
                           MOVE 9999 TO WS-JOURS-ATTENTE
                       ELSE
                           COMPUTE WS-JOURS-ATTENTE =
                               WS-ENTIER-COURANT - WS-ENTIER-DEMANDE
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 9999 TO WS-JOURS-ATTENTE
           END-IF.

      *    L'EXPIRATION N'A PAS D'APPROBATEUR : SEUL L'HORODATAGE DE
      *    DECISION EST RENSEIGNE.
       2200-EXPIRER-DEMANDE.
           SET PND-EXPIREE TO TRUE
           MOVE SPACES TO PND-APPROBATEUR
           MOVE FUNCTION CURRENT-DATE TO PND-HORODATAGE-DECISION
           REWRITE PND-ENREGISTREMENT
           IF OPMPEND-OK
               ADD 1 TO WS-COMPTEUR-EXPIREES
               MOVE "EXPIREE" TO PDT-VERDICT
               PERFORM 2900-ECRIRE-DETAIL
           ELSE
               DISPLAY "ERREUR REECRITURE PENDING-FILE - STATUT "
                   WS-STATUT-OPMPEND " CLE " PND-CLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2900-ECRIRE-DETAIL.
           MOVE PND-IMAGE-AVANT TO WS-IMAGE-OPERATEUR
           MOVE PND-ID-OPERATEUR TO PDT-ID-OPERATEUR
           MOVE WIO-NOM-OPERATEUR TO PDT-NOM-OPERATEUR
           MOVE PND-HORODATAGE-DEMANDE TO PDT-HORODATAGE-DEMANDE
           EVALUATE TRUE
               WHEN PND-SUPPRESSION
                   MOVE "SUPPRESSION" TO PDT-ACTION
               WHEN OTHER
                   MOVE "MODIFICATION" TO PDT-ACTION
           END-EVALUATE
           MOVE PND-DEMANDEUR TO PDT-DEMANDEUR
           MOVE WS-JOURS-ATTENTE TO PDT-JOURS-ATTENTE
           MOVE WS-LIGNE-DETAIL TO PRR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8000-ECRIRE-COMPTEURS.
           MOVE "DEMANDES LUES OPMPEND" TO PCP-LIBELLE
           MOVE WS-COMPTEUR-LUS TO PCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO PRR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DEMANDES TOUJOURS EN ATTENTE" TO PCP-LIBELLE
           MOVE WS-COMPTEUR-EN-ATTENTE TO PCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO PRR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DEMANDES EXPIREES CE PASSAGE" TO PCP-LIBELLE
           MOVE WS-COMPTEUR-EXPIREES TO PCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO PRR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DEMANDES DEJA TRAITEES" TO PCP-LIBELLE
           MOVE WS-COMPTEUR-TRAITEES TO PCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO PRR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           IF WS-COMPTEUR-EXPIREES > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE PRR-ENREGISTREMENT
           IF NOT PNDRPRT-OK
               DISPLAY "ERREUR ECRITURE PENDING-REPORT - STATUT "
                   WS-STATUT-PNDRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "PNDEXPIR - LUS        : " WS-COMPTEUR-LUS
               DISPLAY "PNDEXPIR - EN ATTENTE : " WS-COMPTEUR-EN-ATTENTE
               DISPLAY "PNDEXPIR - EXPIREES   : " WS-COMPTEUR-EXPIREES
           END-IF
           CLOSE PENDING-FILE
           CLOSE PENDING-REPORT.
