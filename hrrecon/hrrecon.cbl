       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRRECON.
       AUTHOR. Appez.

      ******************************************************************
      *    RAPPROCHEMENT HEBDOMADAIRE D'OPERATOR-MASTER AVEC
      *    L'EXTRACTION COMPLETE DU REFERENTIEL RH (HRSNAP), SUR
      *    L'ID OPERATEUR. L'ETAT HRCRPRT LISTE :
      *      - LES OPERATEURS NON RESILIES ICI MAIS RESILIES OU
      *        ABSENTS CHEZ LES RH (RESILIATION T PROPOSEE) ;
      *      - LES SALARIES RH ACTIFS SANS ENREGISTREMENT OPERATEUR
      *        (EMBAUCHE A PROPOSEE S'ILS ONT UN CODE QUART) ;
      *      - LES ECARTS DE NOM, QUART OU LANGUE ENTRE DEUX
      *        ENREGISTREMENTS ACTIFS (MODIFICATION C PROPOSEE) ;
      *      - POUR INFORMATION, LES OPERATEURS RESILIES ICI MAIS
      *        ACTIFS CHEZ LES RH ET LES DOUBLONS DE L'EXTRACTION.
      *    AVEC LE PARAMETRE CORRECTIF, LES MOUVEMENTS PROPOSES SONT
      *    ECRITS AU FORMAT HRTRANS SUR HRCORR, A FAIRE VALIDER PUIS
      *    PASSER DANS HRFEED. OPERATOR-MASTER N'EST PAS MODIFIE.
      *    CODE RETOUR 4 DES QU'UN ECART EST RELEVE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-SNAPSHOT ASSIGN TO "HRSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HRSNAP.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID-OPERATEUR
               FILE STATUS IS WS-STATUT-OPERMAST.

           SELECT HR-CORRECTIONS ASSIGN TO "HRCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HRCORR.

           SELECT HR-RECON-REPORT ASSIGN TO "HRCRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HRCRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  HR-SNAPSHOT
           RECORD CONTAINS 80 CHARACTERS.
           COPY "hrsnap.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  HR-CORRECTIONS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "hrtrans.cpy".

       FD  HR-RECON-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "hrcrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-HRSNAP           PIC X(2).
           88  HRSNAP-OK              VALUE "00".
           88  HRSNAP-FIN             VALUE "10".

       01  WS-STATUT-OPERMAST         PIC X(2).
           88  OPERMAST-OK            VALUE "00".
           88  OPERMAST-NON-TROUVE    VALUE "23".

       01  WS-STATUT-HRCORR           PIC X(2).
           88  HRCORR-OK              VALUE "00".

       01  WS-STATUT-HRCRPRT          PIC X(2).
           88  HRCRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-HRSNAP  PIC X(1) VALUE "N".
               88  FIN-FICHIER-HRSNAP VALUE "O".
           05  WS-FIN-FICHIER-MASTER  PIC X(1) VALUE "N".
               88  FIN-FICHIER-MASTER VALUE "O".
           05  WS-IND-CORRECTIF       PIC X(1) VALUE "N".
               88  CORRECTIF-DEMANDE  VALUE "O".
           05  WS-IND-ID-RH           PIC X(1) VALUE "N".
               88  ID-RH-CONNU        VALUE "O".
               88  ID-RH-INCONNU      VALUE "N".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-OPTION             PIC X(10) VALUE SPACES.
       01  WS-ACTION-CORRECTIF        PIC X(1).

      *    MATRICULES DE L'EXTRACTION RH DEJA RENCONTRES : SERVENT A
      *    DETECTER LES DOUBLONS, PUIS, AU PASSAGE SEQUENTIEL SUR
      *    OPERATOR-MASTER, LES OPERATEURS INCONNUS DES RH.
       01  WS-TABLE-RH.
           05  WS-NB-RH               PIC 9(5)  VALUE ZERO.
           05  WS-RH-ID OCCURS 20000 TIMES
                                      PIC X(5).
       01  WS-RH-IDX                  PIC 9(5).

       01  WS-NOM-RH                  PIC X(20).
       01  WS-QUART-RH                PIC X(1).
       01  WS-LANGUE-RH               PIC X(2).
       01  WS-LIBELLE-ECART           PIC X(32).
       01  WS-POS-LIBELLE             PIC 9(2).

       01  WS-COMPTEUR-LUS-RH         PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-LUS-MASTER     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RAPPROCHES     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RESILIES-RH    PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ABSENTS-RH     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SANS-OPERATEUR PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ECARTS-DONNEES PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RESILIES-ICI   PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-DOUBLONS       PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-ECARTS         PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-CORRECTIFS     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-EX-SALARIES    PIC 9(8) VALUE ZERO.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(44)
               VALUE "RAPPROCHEMENT RH / OPERATOR-MASTER - HRRECON".
           05  FILLER                 PIC X(5)  VALUE " DATE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  HEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  HEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(12) VALUE "  CORRECTIF ".
           05  HEN-CORRECTIF          PIC X(3).
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "ID".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(32) VALUE "ECART".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE "NOM OPERMAST".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE "NOM RH".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE "QRT".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "LNG".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "CORRECTIF".
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-LIGNE-ECART.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-ID-OPERATEUR       PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-LIBELLE            PIC X(32).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-NOM-ICI            PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-NOM-RH             PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-QUART-ICI          PIC X(1).
           05  FILLER                 PIC X(1)  VALUE "/".
           05  HEC-QUART-RH           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-LANGUE-ICI         PIC X(2).
           05  FILLER                 PIC X(1)  VALUE "/".
           05  HEC-LANGUE-RH          PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HEC-CORRECTIF          PIC X(12).
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  HCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM UNTIL FIN-FICHIER-HRSNAP
                   PERFORM 2000-TRAITER-SALARIE
               END-PERFORM
               PERFORM 3000-PARCOURIR-MASTER
               PERFORM 8000-ECRIRE-COMPTEURS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
               INTO WS-PARM-OPTION
           IF WS-PARM-OPTION = "CORRECTIF"
               SET CORRECTIF-DEMANDE TO TRUE
           END-IF

           OPEN INPUT HR-SNAPSHOT
           IF NOT HRSNAP-OK
               DISPLAY "ERREUR OUVERTURE HR-SNAPSHOT - STATUT "
                   WS-STATUT-HRSNAP
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

           IF CORRECTIF-DEMANDE
               OPEN OUTPUT HR-CORRECTIONS
               IF NOT HRCORR-OK
                   DISPLAY "ERREUR OUVERTURE HR-CORRECTIONS - STATUT "
                       WS-STATUT-HRCORR
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           OPEN OUTPUT HR-RECON-REPORT
           IF NOT HRCRPRT-OK
               DISPLAY "ERREUR OUVERTURE HR-RECON-REPORT - STATUT "
                   WS-STATUT-HRCRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               READ HR-SNAPSHOT
                   AT END
                       SET FIN-FICHIER-HRSNAP TO TRUE
               END-READ
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DHS-DATE TO HEN-DATE
           MOVE WS-DHS-HEURE TO HEN-HEURE
           IF CORRECTIF-DEMANDE
               MOVE "OUI" TO HEN-CORRECTIF
           ELSE
               MOVE "NON" TO HEN-CORRECTIF
           END-IF
           MOVE WS-LIGNE-ENTETE TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-COLONNES TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    PREMIER PASSAGE : CHAQUE SALARIE DE L'EXTRACTION EST
      *    RECHERCHE EN ACCES DIRECT DANS OPERATOR-MASTER.
       2000-TRAITER-SALARIE.
           ADD 1 TO WS-COMPTEUR-LUS-RH
           MOVE FUNCTION UPPER-CASE(HRS-NOM-OPERATEUR) TO WS-NOM-RH
           MOVE HRS-CODE-QUART TO WS-QUART-RH
           MOVE HRS-CODE-LANGUE TO WS-LANGUE-RH

           MOVE HRS-ID-OPERATEUR TO OPM-ID-OPERATEUR
           PERFORM 2100-LOCALISER-ID-RH
           IF ID-RH-CONNU
               ADD 1 TO WS-COMPTEUR-DOUBLONS
               MOVE SPACES TO OPM-ENREGISTREMENT
               MOVE HRS-ID-OPERATEUR TO OPM-ID-OPERATEUR
               MOVE "DOUBLON DANS L'EXTRACTION RH" TO WS-LIBELLE-ECART
               MOVE SPACES TO HEC-CORRECTIF
               PERFORM 7000-ECRIRE-ECART
           ELSE
               PERFORM 2200-MEMORISER-ID-RH
               MOVE HRS-ID-OPERATEUR TO OPM-ID-OPERATEUR
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-STATUT-OPERMAST
               END-READ
               IF OPERMAST-OK
                   ADD 1 TO WS-COMPTEUR-RAPPROCHES
                   PERFORM 2500-COMPARER-SALARIE
               ELSE
                   IF HRS-ACTIF
                       PERFORM 2400-SALARIE-SANS-OPERATEUR
                   END-IF
               END-IF
           END-IF

           READ HR-SNAPSHOT
               AT END
                   SET FIN-FICHIER-HRSNAP TO TRUE
           END-READ.

       2100-LOCALISER-ID-RH.
           SET ID-RH-INCONNU TO TRUE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-NB-RH
                   OR ID-RH-CONNU
               IF WS-RH-ID(WS-RH-IDX) = OPM-ID-OPERATEUR
                   SET ID-RH-CONNU TO TRUE
               END-IF
           END-PERFORM.

       2200-MEMORISER-ID-RH.
           IF WS-NB-RH < 20000
               ADD 1 TO WS-NB-RH
               MOVE HRS-ID-OPERATEUR TO WS-RH-ID(WS-NB-RH)
           ELSE
               DISPLAY "TABLE DES MATRICULES RH SATUREE - "
                   HRS-ID-OPERATEUR " NON MEMORISE"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2400-SALARIE-SANS-OPERATEUR.
           ADD 1 TO WS-COMPTEUR-SANS-OPERATEUR
           MOVE SPACES TO OPM-ENREGISTREMENT
           MOVE HRS-ID-OPERATEUR TO OPM-ID-OPERATEUR
           MOVE "SALARIE RH SANS OPERATEUR" TO WS-LIBELLE-ECART
           MOVE SPACES TO HEC-CORRECTIF
           IF WS-QUART-RH NOT = SPACE
               MOVE "A" TO WS-ACTION-CORRECTIF
               PERFORM 7500-PROPOSER-CORRECTIF
           END-IF
           PERFORM 7000-ECRIRE-ECART.

       2500-COMPARER-SALARIE.
           MOVE SPACES TO HEC-CORRECTIF
           EVALUATE TRUE
               WHEN HRS-RESILIE AND NOT OPM-RESILIE
                   ADD 1 TO WS-COMPTEUR-RESILIES-RH
                   ADD 1 TO WS-COMPTEUR-EX-SALARIES
                   MOVE "NON RESILIE ICI - RESILIE RH"
                       TO WS-LIBELLE-ECART
                   MOVE "T" TO WS-ACTION-CORRECTIF
                   PERFORM 7500-PROPOSER-CORRECTIF
                   PERFORM 7000-ECRIRE-ECART
               WHEN HRS-ACTIF AND OPM-RESILIE
                   ADD 1 TO WS-COMPTEUR-RESILIES-ICI
                   MOVE "RESILIE ICI - ACTIF RH" TO WS-LIBELLE-ECART
                   PERFORM 7000-ECRIRE-ECART
               WHEN HRS-ACTIF
                   PERFORM 2600-COMPARER-DONNEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    UN CODE QUART OU LANGUE A BLANC COTE RH SIGNIFIE QUE LA
      *    DONNEE N'EST PAS TENUE PAR LES RH : ELLE N'EST PAS
      *    COMPAREE ET LA VALEUR D'OPERATOR-MASTER EST CONSERVEE DANS
      *    LE MOUVEMENT CORRECTIF.
       2600-COMPARER-DONNEES.
           IF WS-QUART-RH = SPACE
               MOVE OPM-CODE-QUART TO WS-QUART-RH
           END-IF
           IF WS-LANGUE-RH = SPACES
               MOVE OPM-CODE-LANGUE TO WS-LANGUE-RH
           END-IF
           MOVE "ECART" TO WS-LIBELLE-ECART
           MOVE 7 TO WS-POS-LIBELLE
           IF WS-NOM-RH NOT = OPM-NOM-OPERATEUR
               MOVE "NOM" TO WS-LIBELLE-ECART(WS-POS-LIBELLE:3)
               ADD 4 TO WS-POS-LIBELLE
           END-IF
           IF WS-QUART-RH NOT = OPM-CODE-QUART
               MOVE "QUART" TO WS-LIBELLE-ECART(WS-POS-LIBELLE:5)
               ADD 6 TO WS-POS-LIBELLE
           END-IF
           IF WS-LANGUE-RH NOT = OPM-CODE-LANGUE
               MOVE "LANGUE" TO WS-LIBELLE-ECART(WS-POS-LIBELLE:6)
               ADD 7 TO WS-POS-LIBELLE
           END-IF
           IF WS-POS-LIBELLE > 7
               ADD 1 TO WS-COMPTEUR-ECARTS-DONNEES
               MOVE "C" TO WS-ACTION-CORRECTIF
               PERFORM 7500-PROPOSER-CORRECTIF
               PERFORM 7000-ECRIRE-ECART
           END-IF.

      *    SECOND PASSAGE : LES OPERATEURS NON RESILIES QUE
      *    L'EXTRACTION RH NE CONNAIT PAS.
       3000-PARCOURIR-MASTER.
           MOVE LOW-VALUES TO OPM-ID-OPERATEUR
           START OPERATOR-MASTER KEY NOT LESS THAN OPM-ID-OPERATEUR
               INVALID KEY
                   SET FIN-FICHIER-MASTER TO TRUE
           END-START
           IF NOT FIN-FICHIER-MASTER
               READ OPERATOR-MASTER NEXT
                   AT END
                       SET FIN-FICHIER-MASTER TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL FIN-FICHIER-MASTER
               ADD 1 TO WS-COMPTEUR-LUS-MASTER
               IF NOT OPM-RESILIE
                   PERFORM 2100-LOCALISER-ID-RH
                   IF ID-RH-INCONNU
                       PERFORM 3100-OPERATEUR-ABSENT-RH
                   END-IF
               END-IF
               READ OPERATOR-MASTER NEXT
                   AT END
                       SET FIN-FICHIER-MASTER TO TRUE
               END-READ
           END-PERFORM.

       3100-OPERATEUR-ABSENT-RH.
           ADD 1 TO WS-COMPTEUR-ABSENTS-RH
           ADD 1 TO WS-COMPTEUR-EX-SALARIES
           MOVE SPACES TO WS-NOM-RH
           MOVE SPACES TO WS-QUART-RH
           MOVE SPACES TO WS-LANGUE-RH
           MOVE "NON RESILIE ICI - ABSENT RH" TO WS-LIBELLE-ECART
           MOVE SPACES TO HEC-CORRECTIF
           MOVE "T" TO WS-ACTION-CORRECTIF
           PERFORM 7500-PROPOSER-CORRECTIF
           PERFORM 7000-ECRIRE-ECART.

       7000-ECRIRE-ECART.
           ADD 1 TO WS-COMPTEUR-ECARTS
           MOVE OPM-ID-OPERATEUR TO HEC-ID-OPERATEUR
           MOVE WS-LIBELLE-ECART TO HEC-LIBELLE
           MOVE OPM-NOM-OPERATEUR TO HEC-NOM-ICI
           MOVE WS-NOM-RH TO HEC-NOM-RH
           MOVE OPM-CODE-QUART TO HEC-QUART-ICI
           MOVE WS-QUART-RH TO HEC-QUART-RH
           MOVE OPM-CODE-LANGUE TO HEC-LANGUE-ICI
           MOVE WS-LANGUE-RH TO HEC-LANGUE-RH
           MOVE WS-LIGNE-ECART TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    LE MOUVEMENT EST TOUJOURS PROPOSE SUR L'ETAT ; IL N'EST
      *    ECRIT SUR HRCORR QUE SI LE CORRECTIF A ETE DEMANDE.
       7500-PROPOSER-CORRECTIF.
           EVALUATE WS-ACTION-CORRECTIF
               WHEN "A"
                   MOVE "EMBAUCHER A" TO HEC-CORRECTIF
               WHEN "C"
                   MOVE "MODIFIER C" TO HEC-CORRECTIF
               WHEN OTHER
                   MOVE "RESILIER T" TO HEC-CORRECTIF
           END-EVALUATE
           IF CORRECTIF-DEMANDE
               MOVE SPACES TO HRT-ENREGISTREMENT
               MOVE WS-ACTION-CORRECTIF TO HRT-CODE-ACTION
               MOVE OPM-ID-OPERATEUR TO HRT-ID-OPERATEUR
               IF HRT-RESILIATION
                   MOVE OPM-NOM-OPERATEUR TO HRT-NOM-OPERATEUR
                   MOVE OPM-CODE-QUART TO HRT-CODE-QUART
                   MOVE OPM-CODE-LANGUE TO HRT-CODE-LANGUE
               ELSE
                   MOVE WS-NOM-RH TO HRT-NOM-OPERATEUR
                   MOVE WS-QUART-RH TO HRT-CODE-QUART
                   MOVE WS-LANGUE-RH TO HRT-CODE-LANGUE
               END-IF
               WRITE HRT-ENREGISTREMENT
               IF HRCORR-OK
                   ADD 1 TO WS-COMPTEUR-CORRECTIFS
               ELSE
                   DISPLAY "ERREUR ECRITURE HR-CORRECTIONS POUR "
                       OPM-ID-OPERATEUR " - STATUT " WS-STATUT-HRCORR
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       8000-ECRIRE-COMPTEURS.
           MOVE "SALARIES LUS HR-SNAPSHOT" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-LUS-RH TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "OPERATEURS LUS OPERATOR-MASTER" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-LUS-MASTER TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "SALARIES RAPPROCHES" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-RAPPROCHES TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "ECARTS RELEVES" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-ECARTS TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT NON RESILIES - RESILIES RH" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-RESILIES-RH TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT NON RESILIES - ABSENTS RH" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-ABSENTS-RH TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT SALARIES RH SANS OPERATEUR" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-SANS-OPERATEUR TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT ECARTS NOM/QUART/LANGUE" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-ECARTS-DONNEES TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT RESILIES ICI - ACTIFS RH" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-RESILIES-ICI TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "DONT DOUBLONS EXTRACTION RH" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-DOUBLONS TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "EX-SALARIES NON RESILIES ICI" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-EX-SALARIES TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "MOUVEMENTS CORRECTIFS ECRITS" TO HCP-LIBELLE
           MOVE WS-COMPTEUR-CORRECTIFS TO HCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO HCR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           IF WS-COMPTEUR-ECARTS > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE HCR-ENREGISTREMENT
           IF NOT HRCRPRT-OK
               DISPLAY "ERREUR ECRITURE HR-RECON-REPORT - STATUT "
                   WS-STATUT-HRCRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "HRRECON - LUS RH     : " WS-COMPTEUR-LUS-RH
               DISPLAY "HRRECON - ECARTS     : " WS-COMPTEUR-ECARTS
               DISPLAY "HRRECON - CORRECTIFS : " WS-COMPTEUR-CORRECTIFS
           END-IF
           CLOSE HR-SNAPSHOT
           CLOSE OPERATOR-MASTER
           IF CORRECTIF-DEMANDE
               CLOSE HR-CORRECTIONS
           END-IF
           CLOSE HR-RECON-REPORT.
