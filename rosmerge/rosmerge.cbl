      *    CONSERVE S'IL EST DEJA PRESENT DANS L'ENREGISTREMENT,
      *    SINON LE CODE PAR DEFAUT DU FICHIER (S01/S02/S03) EST
      *    APPOSE POUR GARDER LA TRACABILITE DANS TOUTE LA CHAINE.
      *    LES COMPTEURS PAR SITE (ANNONCE / LU) ET LE TOTAL ECRIT
      *    SONT DEPOSES SUR LE GRAND LIVRE DES TOTAUX DE CONTROLE
      *    (CTLTOT) SOUS LA DATE D'AFFAIRES, PASSEE EN PARAMETRE
      *    (AAAAMMJJ, DATE DU JOUR PAR DEFAUT), POUR LE BILAN DE
      *    CHAINE (CHAINBAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ROSTER.

           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLE
               FILE STATUS IS WS-STATUT-CTLTOT.

       DATA DIVISION.

       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY "rosterin.cpy".

       FD  CONTROL-TOTALS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ctltot.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SITE1            PIC X(2).
           88  SITE1-OK               VALUE "00".
       01  WS-STATUT-ROSTER           PIC X(2).
           88  ROSTER-OK              VALUE "00".

       01  WS-STATUT-CTLTOT           PIC X(2).
           88  CTLTOT-OK              VALUE "00".
           88  CTLTOT-ABSENT          VALUE "35".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".
       01  WS-SIT-IDX                 PIC 9(1).

       01  WS-COMPTEUR-ECRITS         PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.

       01  WS-NOM-JOB                 PIC X(8)  VALUE "ROSMERGE".
       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       PROCEDURE DIVISION.

               PERFORM 3000-FUSIONNER-SITE-2
               PERFORM 4000-FUSIONNER-SITE-3
               PERFORM 9500-RECONCILIER-SITES
               PERFORM 9700-ECRIRE-TOTAUX-CONTROLE
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES
           MOVE "S01" TO WS-SIT-CODE-DEFAUT(1)
           MOVE "S02" TO WS-SIT-CODE-DEFAUT(2)
           MOVE "S03" TO WS-SIT-CODE-DEFAUT(3)
               MOVE 16 TO RETURN-CODE
           END-IF.

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
           END-IF.

       2000-FUSIONNER-SITE-1.
           MOVE 1 TO WS-NUMERO-SITE
           MOVE "N" TO WS-FIN-FICHIER-SITE
               END-IF
           END-IF.

      *    DEPOSE SUR LE GRAND LIVRE DES TOTAUX DE CONTROLE : UN
      *    ENREGISTREMENT PAR SITE (ENTREES = TOTAL ANNONCE PAR LE
      *    SITE, SORTIES = DEMANDES LUES) ET LE TOTAL DE L'ETAPE
      *    (ENTREES = DEMANDES LUES, SORTIES = DEMANDES ECRITES).
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
               MOVE ZERO TO WS-COMPTEUR-LUS
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                       UNTIL WS-SIT-IDX > 3
                   ADD WS-SIT-LUS(WS-SIT-IDX) TO WS-COMPTEUR-LUS
                   MOVE SPACES TO CTL-ENREGISTREMENT
                   MOVE WS-SIT-CODE-DEFAUT(WS-SIT-IDX)
                       TO CTL-CLE-SECONDAIRE
                   MOVE WS-SIT-CONTROLE(WS-SIT-IDX) TO CTL-ENTREES
                   MOVE WS-SIT-LUS(WS-SIT-IDX) TO CTL-SORTIES
                   PERFORM 9750-ECRIRE-TOTAL-CONTROLE
               END-PERFORM
               MOVE SPACES TO CTL-ENREGISTREMENT
               MOVE WS-COMPTEUR-LUS TO CTL-ENTREES
               MOVE WS-COMPTEUR-ECRITS TO CTL-SORTIES
               PERFORM 9750-ECRIRE-TOTAL-CONTROLE
               CLOSE CONTROL-TOTALS
           END-IF.

       9750-ECRIRE-TOTAL-CONTROLE.
           MOVE WS-DATE-AFFAIRES TO CTL-DATE-AFFAIRES
           MOVE WS-NOM-JOB TO CTL-ETAPE
           MOVE ZERO TO CTL-REJETS
           MOVE ZERO TO CTL-ECARTES
           MOVE ZERO TO CTL-HASH
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
           END-IF.

       9000-FIN.
           CLOSE SITE1-ROSTER
           CLOSE SITE2-ROSTER
