       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINBAL.
       AUTHOR. Appez.

      ******************************************************************
      *    BILAN DE CHAINE : LIT LE GRAND LIVRE DES TOTAUX DE
      *    CONTROLE (CTLTOT) POUR UNE DATE D'AFFAIRES (PARAMETRE
      *    AAAAMMJJ, DATE DU JOUR PAR DEFAUT) ET IMPRIME SUR CHNRPRT :
      *      - LES COMPTEURS DEPOSES PAR CHAQUE ETAPE, AVEC LEUR
      *        EQUILIBRE INTERNE (ENTREES = SORTIES + REJETS +
      *        ECARTES)
      *      - LES CONTROLES ENTRE ETAPES ADJACENTES :
      *          ROSMERGE ECRITS      = ROSTEDIT LUS
      *          ROSTEDIT ACCEPTES    = EXERCIC1 LUS
      *          EXERCIC1 ACCUEILS    = TIMERECV DETAILS EXTRACT
      *          TIMERECV DETAILS     = POSTES + REJETES
      *          EXERCIC1 HASH IDS    = TIMERECV HASH RETOUR
      *    QUAND EXERCICE1 A TOURNE EN FLUX PAR SITE, SES TOTAUX SONT
      *    LA SOMME DES FLUX ET LE TIME-EXTRACT DU JOUR EST CELUI DE
      *    LA CONSOLIDATION : SI L'ETAPE EXCONSOL EST AU GRAND LIVRE,
      *    LES CONTROLES PASSENT PAR ELLE :
      *          EXERCIC1 ACCUEILS    = EXCONSOL DETAILS LUS
      *          EXCONSOL ECRITS      = TIMERECV DETAILS EXTRACT
      *          EXCONSOL HASH IDS    = TIMERECV HASH RETOUR
      *    UNE ETAPE ABSENTE DU GRAND LIVRE EST UNE RUPTURE. TOUTE
      *    RUPTURE FAIT TERMINER LE PROGRAMME EN CODE RETOUR 8 POUR
      *    QUE L'ORDONNANCEUR RETIENNE LA CHAINE DE PAIE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLE
               FILE STATUS IS WS-STATUT-CTLTOT.

           SELECT CHAIN-REPORT ASSIGN TO "CHNRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CHNRPRT.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-TOTALS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ctltot.cpy".

       FD  CHAIN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           COPY "chnrprt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-CTLTOT           PIC X(2).
           88  CTLTOT-OK              VALUE "00".
           88  CTLTOT-FIN             VALUE "10".
           88  CTLTOT-ABSENT          VALUE "35".

       01  WS-STATUT-CHNRPRT          PIC X(2).
           88  CHNRPRT-OK             VALUE "00".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".

       01  WS-INDICATEURS.
           05  WS-FIN-FICHIER-CTLTOT  PIC X(1) VALUE "N".
               88  FIN-FICHIER-CTLTOT VALUE "O".
           05  WS-IND-CTLTOT-OUVERT   PIC X(1) VALUE "N".
               88  CTLTOT-OUVERT      VALUE "O".

       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-RUPTURES       PIC 9(8) VALUE ZERO.

      *    TOTAUX PAR ETAPE : LE TOTAL DE L'ETAPE (CLE SECONDAIRE A
      *    ESPACES) FAIT FOI ; A DEFAUT, LA SOMME DES ENREGISTREMENTS
      *    PAR SITE DE L'ETAPE EST RETENUE.
       01  WS-TABLE-ETAPES.
           05  WS-NB-ETAPES           PIC 9(2)  VALUE 5.
           05  WS-ETAPE-ENTREE OCCURS 5 TIMES.
               10  WS-TET-NOM         PIC X(8).
               10  WS-TET-IND-GLOBAL  PIC X(1).
               10  WS-TET-IND-SITES   PIC X(1).
               10  WS-TET-PRESENT     PIC X(1).
               10  WS-TET-G-ENTREES   PIC 9(8).
               10  WS-TET-G-SORTIES   PIC 9(8).
               10  WS-TET-G-REJETS    PIC 9(8).
               10  WS-TET-G-HASH      PIC 9(15).
               10  WS-TET-S-ENTREES   PIC 9(8).
               10  WS-TET-S-SORTIES   PIC 9(8).
               10  WS-TET-S-REJETS    PIC 9(8).
               10  WS-TET-S-HASH      PIC 9(15).
               10  WS-TET-ENTREES     PIC 9(8).
               10  WS-TET-SORTIES     PIC 9(8).
               10  WS-TET-REJETS      PIC 9(8).
               10  WS-TET-HASH        PIC 9(15).
       01  WS-TET-IDX                 PIC 9(2).
       01  WS-TET-IDX-TROUVE          PIC 9(2).

       01  WS-ETP-AMONT               PIC 9(2).
       01  WS-ETP-AVAL                PIC 9(2).
       01  WS-CTR-VALEUR-1            PIC 9(15).
       01  WS-CTR-VALEUR-2            PIC 9(15).

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-LIGNE-ENTETE.
           05  FILLER                 PIC X(26)
               VALUE "BILAN DE CHAINE - CHAINBAL".
           05  FILLER                 PIC X(18)
               VALUE "  DATE D'AFFAIRES ".
           05  BEN-DATE-AFFAIRES      PIC X(8).
           05  FILLER                 PIC X(11) VALUE "  EDITE LE ".
           05  BEN-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE " HEURE".
           05  FILLER                 PIC X(1)  VALUE " ".
           05  BEN-HEURE              PIC 99/99/99.
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  BTI-TEXTE              PIC X(132).

       01  WS-LIGNE-TITRE-ETAPES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "ETAPE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE "CLE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE " ENTREES".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE " SORTIES".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "  REJETS".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE " ECARTES".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "       HASH IDS".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "HORODATAGE".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "EQUILIBRE".
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LIGNE-ETAPE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-ETAPE              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-CLE                PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-ENTREES            PIC ZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-SORTIES            PIC ZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-REJETS             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-ECARTES            PIC ZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-HASH               PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-HORODATAGE         PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BET-EQUILIBRE          PIC X(9).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LIGNE-CONTROLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BCT-LIBELLE            PIC X(45).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  BCT-VALEUR-1           PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(3)  VALUE " / ".
           05  BCT-VALEUR-2           PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BCT-VERDICT            PIC X(14).
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-LIGNE-COMPTEUR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BCP-LIBELLE            PIC X(35).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  BCP-VALEUR             PIC ZZZZZZZ9.
           05  FILLER                 PIC X(85) VALUE SPACES.

       01  WS-LIGNE-VERDICT.
           05  BVD-TEXTE              PIC X(132).

       PROCEDURE DIVISION.

       0000-DEBUT.
           PERFORM 1000-INITIALISATION
           IF OUVERTURE-REUSSIE
               PERFORM UNTIL FIN-FICHIER-CTLTOT
                   PERFORM 2000-TRAITER-TOTAL
               END-PERFORM
               PERFORM 3000-CONTROLER-ETAPES
               PERFORM 8000-ECRIRE-VERDICT
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1300-LIRE-PARAMETRES
           MOVE "ROSMERGE" TO WS-TET-NOM(1)
           MOVE "ROSTEDIT" TO WS-TET-NOM(2)
           MOVE "EXERCIC1" TO WS-TET-NOM(3)
           MOVE "TIMERECV" TO WS-TET-NOM(4)
           MOVE "EXCONSOL" TO WS-TET-NOM(5)
           PERFORM VARYING WS-TET-IDX FROM 1 BY 1
                   UNTIL WS-TET-IDX > WS-NB-ETAPES
               MOVE "N" TO WS-TET-IND-GLOBAL(WS-TET-IDX)
               MOVE "N" TO WS-TET-IND-SITES(WS-TET-IDX)
               MOVE "N" TO WS-TET-PRESENT(WS-TET-IDX)
               MOVE ZERO TO WS-TET-G-ENTREES(WS-TET-IDX)
               MOVE ZERO TO WS-TET-G-SORTIES(WS-TET-IDX)
               MOVE ZERO TO WS-TET-G-REJETS(WS-TET-IDX)
               MOVE ZERO TO WS-TET-G-HASH(WS-TET-IDX)
               MOVE ZERO TO WS-TET-S-ENTREES(WS-TET-IDX)
               MOVE ZERO TO WS-TET-S-SORTIES(WS-TET-IDX)
               MOVE ZERO TO WS-TET-S-REJETS(WS-TET-IDX)
               MOVE ZERO TO WS-TET-S-HASH(WS-TET-IDX)
           END-PERFORM

           OPEN OUTPUT CHAIN-REPORT
           IF NOT CHNRPRT-OK
               DISPLAY "ERREUR OUVERTURE CHAIN-REPORT - STATUT "
                   WS-STATUT-CHNRPRT
               SET OUVERTURE-ECHEC TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT CONTROL-TOTALS
           IF CTLTOT-ABSENT
               DISPLAY "GRAND LIVRE DES TOTAUX DE CONTROLE ABSENT"
               SET FIN-FICHIER-CTLTOT TO TRUE
           ELSE
               IF NOT CTLTOT-OK
                   DISPLAY "ERREUR OUVERTURE CONTROL-TOTALS - STATUT "
                       WS-STATUT-CTLTOT
                   SET OUVERTURE-ECHEC TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET CTLTOT-OUVERT TO TRUE
               END-IF
           END-IF

           IF OUVERTURE-REUSSIE
               PERFORM 1100-ECRIRE-ENTETE
               IF CTLTOT-OUVERT
                   MOVE WS-DATE-AFFAIRES TO CTL-DATE-AFFAIRES
                   MOVE LOW-VALUES TO CTL-ETAPE
                   MOVE LOW-VALUES TO CTL-CLE-SECONDAIRE
                   START CONTROL-TOTALS KEY NOT LESS THAN CTL-CLE
                       INVALID KEY
                           SET FIN-FICHIER-CTLTOT TO TRUE
                   END-START
                   IF NOT FIN-FICHIER-CTLTOT
                       PERFORM 2100-LIRE-TOTAL
                   END-IF
               END-IF
           END-IF.

       1100-ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
           MOVE WS-DATE-AFFAIRES TO BEN-DATE-AFFAIRES
           MOVE WS-DHS-DATE TO BEN-DATE
           MOVE WS-DHS-HEURE TO BEN-HEURE
           MOVE WS-LIGNE-ENTETE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE "TOTAUX DEPOSES PAR LES ETAPES" TO BTI-TEXTE
           MOVE WS-LIGNE-TITRE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE WS-LIGNE-TITRE-ETAPES TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

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

       2000-TRAITER-TOTAL.
           ADD 1 TO WS-COMPTEUR-LUS
           PERFORM 2200-ECRIRE-LIGNE-ETAPE
           PERFORM 2300-CUMULER-ETAPE
           PERFORM 2100-LIRE-TOTAL.

       2100-LIRE-TOTAL.
           READ CONTROL-TOTALS NEXT
               AT END
                   SET FIN-FICHIER-CTLTOT TO TRUE
           END-READ
           IF NOT FIN-FICHIER-CTLTOT
               IF NOT CTLTOT-OK
                   DISPLAY "ERREUR LECTURE CONTROL-TOTALS - STATUT "
                       WS-STATUT-CTLTOT
                   MOVE 16 TO RETURN-CODE
                   SET FIN-FICHIER-CTLTOT TO TRUE
               ELSE
                   IF CTL-DATE-AFFAIRES NOT = WS-DATE-AFFAIRES
                       SET FIN-FICHIER-CTLTOT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-ECRIRE-LIGNE-ETAPE.
           MOVE CTL-ETAPE TO BET-ETAPE
           MOVE CTL-CLE-SECONDAIRE TO BET-CLE
           MOVE CTL-ENTREES TO BET-ENTREES
           MOVE CTL-SORTIES TO BET-SORTIES
           MOVE CTL-REJETS TO BET-REJETS
           MOVE CTL-ECARTES TO BET-ECARTES
           MOVE CTL-HASH TO BET-HASH
           MOVE CTL-HORODATAGE TO BET-HORODATAGE
           IF CTL-SORTIES + CTL-REJETS + CTL-ECARTES = CTL-ENTREES
               MOVE "CONFORME" TO BET-EQUILIBRE
           ELSE
               MOVE "RUPTURE" TO BET-EQUILIBRE
               ADD 1 TO WS-COMPTEUR-RUPTURES
           END-IF
           MOVE WS-LIGNE-ETAPE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       2300-CUMULER-ETAPE.
           MOVE ZERO TO WS-TET-IDX-TROUVE
           PERFORM VARYING WS-TET-IDX FROM 1 BY 1
                   UNTIL WS-TET-IDX > WS-NB-ETAPES
                   OR WS-TET-IDX-TROUVE > ZERO
               IF WS-TET-NOM(WS-TET-IDX) = CTL-ETAPE
                   MOVE WS-TET-IDX TO WS-TET-IDX-TROUVE
               END-IF
           END-PERFORM
           IF WS-TET-IDX-TROUVE > ZERO
               MOVE WS-TET-IDX-TROUVE TO WS-TET-IDX
               IF CTL-CLE-SECONDAIRE = SPACES
                   MOVE "O" TO WS-TET-IND-GLOBAL(WS-TET-IDX)
                   ADD CTL-ENTREES TO WS-TET-G-ENTREES(WS-TET-IDX)
                   ADD CTL-SORTIES TO WS-TET-G-SORTIES(WS-TET-IDX)
                   ADD CTL-REJETS TO WS-TET-G-REJETS(WS-TET-IDX)
                   ADD CTL-HASH TO WS-TET-G-HASH(WS-TET-IDX)
               ELSE
                   MOVE "O" TO WS-TET-IND-SITES(WS-TET-IDX)
                   ADD CTL-ENTREES TO WS-TET-S-ENTREES(WS-TET-IDX)
                   ADD CTL-SORTIES TO WS-TET-S-SORTIES(WS-TET-IDX)
                   ADD CTL-REJETS TO WS-TET-S-REJETS(WS-TET-IDX)
                   ADD CTL-HASH TO WS-TET-S-HASH(WS-TET-IDX)
               END-IF
           END-IF.

       3000-CONTROLER-ETAPES.
           PERFORM VARYING WS-TET-IDX FROM 1 BY 1
                   UNTIL WS-TET-IDX > WS-NB-ETAPES
               PERFORM 3050-RETENIR-TOTAUX-ETAPE
           END-PERFORM

           MOVE SPACES TO BTI-TEXTE
           MOVE WS-LIGNE-TITRE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT
           MOVE "CONTROLES ENTRE ETAPES ADJACENTES" TO BTI-TEXTE
           MOVE WS-LIGNE-TITRE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "ROSMERGE ECRITS = ROSTEDIT LUS" TO BCT-LIBELLE
           MOVE 1 TO WS-ETP-AMONT
           MOVE 2 TO WS-ETP-AVAL
           MOVE WS-TET-SORTIES(1) TO WS-CTR-VALEUR-1
           MOVE WS-TET-ENTREES(2) TO WS-CTR-VALEUR-2
           PERFORM 3100-CONTROLER-TRANSITION

           MOVE "ROSTEDIT ACCEPTES = EXERCIC1 LUS" TO BCT-LIBELLE
           MOVE 2 TO WS-ETP-AMONT
           MOVE 3 TO WS-ETP-AVAL
           MOVE WS-TET-SORTIES(2) TO WS-CTR-VALEUR-1
           MOVE WS-TET-ENTREES(3) TO WS-CTR-VALEUR-2
           PERFORM 3100-CONTROLER-TRANSITION

           IF WS-TET-PRESENT(5) = "O"
               MOVE "EXERCIC1 ACCUEILS = EXCONSOL DETAILS LUS"
                   TO BCT-LIBELLE
               MOVE 3 TO WS-ETP-AMONT
               MOVE 5 TO WS-ETP-AVAL
               MOVE WS-TET-SORTIES(3) TO WS-CTR-VALEUR-1
               MOVE WS-TET-ENTREES(5) TO WS-CTR-VALEUR-2
               PERFORM 3100-CONTROLER-TRANSITION

               MOVE "EXCONSOL ECRITS = TIMERECV DETAILS EXTRACT"
                   TO BCT-LIBELLE
               MOVE 5 TO WS-ETP-AMONT
               MOVE 4 TO WS-ETP-AVAL
               MOVE WS-TET-SORTIES(5) TO WS-CTR-VALEUR-1
               MOVE WS-TET-ENTREES(4) TO WS-CTR-VALEUR-2
               PERFORM 3100-CONTROLER-TRANSITION
           ELSE
               MOVE "EXERCIC1 ACCUEILS = TIMERECV DETAILS EXTRACT"
                   TO BCT-LIBELLE
               MOVE 3 TO WS-ETP-AMONT
               MOVE 4 TO WS-ETP-AVAL
               MOVE WS-TET-SORTIES(3) TO WS-CTR-VALEUR-1
               MOVE WS-TET-ENTREES(4) TO WS-CTR-VALEUR-2
               PERFORM 3100-CONTROLER-TRANSITION
           END-IF

           MOVE "TIMERECV DETAILS = POSTES + REJETES"
               TO BCT-LIBELLE
           MOVE 4 TO WS-ETP-AMONT
           MOVE 4 TO WS-ETP-AVAL
           MOVE WS-TET-ENTREES(4) TO WS-CTR-VALEUR-1
           COMPUTE WS-CTR-VALEUR-2 =
               WS-TET-SORTIES(4) + WS-TET-REJETS(4)
           PERFORM 3100-CONTROLER-TRANSITION

           IF WS-TET-PRESENT(5) = "O"
               MOVE "EXCONSOL HASH IDS = TIMERECV HASH RETOUR"
                   TO BCT-LIBELLE
               MOVE 5 TO WS-ETP-AMONT
               MOVE 4 TO WS-ETP-AVAL
               MOVE WS-TET-HASH(5) TO WS-CTR-VALEUR-1
           ELSE
               MOVE "EXERCIC1 HASH IDS = TIMERECV HASH RETOUR"
                   TO BCT-LIBELLE
               MOVE 3 TO WS-ETP-AMONT
               MOVE 4 TO WS-ETP-AVAL
               MOVE WS-TET-HASH(3) TO WS-CTR-VALEUR-1
           END-IF
           MOVE WS-TET-HASH(4) TO WS-CTR-VALEUR-2
           PERFORM 3100-CONTROLER-TRANSITION.

       3050-RETENIR-TOTAUX-ETAPE.
           IF WS-TET-IND-GLOBAL(WS-TET-IDX) = "O"
               MOVE "O" TO WS-TET-PRESENT(WS-TET-IDX)
               MOVE WS-TET-G-ENTREES(WS-TET-IDX)
                   TO WS-TET-ENTREES(WS-TET-IDX)
               MOVE WS-TET-G-SORTIES(WS-TET-IDX)
                   TO WS-TET-SORTIES(WS-TET-IDX)
               MOVE WS-TET-G-REJETS(WS-TET-IDX)
                   TO WS-TET-REJETS(WS-TET-IDX)
               MOVE WS-TET-G-HASH(WS-TET-IDX)
                   TO WS-TET-HASH(WS-TET-IDX)
           ELSE
               IF WS-TET-IND-SITES(WS-TET-IDX) = "O"
                   MOVE "O" TO WS-TET-PRESENT(WS-TET-IDX)
               END-IF
               MOVE WS-TET-S-ENTREES(WS-TET-IDX)
                   TO WS-TET-ENTREES(WS-TET-IDX)
               MOVE WS-TET-S-SORTIES(WS-TET-IDX)
                   TO WS-TET-SORTIES(WS-TET-IDX)
               MOVE WS-TET-S-REJETS(WS-TET-IDX)
                   TO WS-TET-REJETS(WS-TET-IDX)
               MOVE WS-TET-S-HASH(WS-TET-IDX)
                   TO WS-TET-HASH(WS-TET-IDX)
           END-IF.

       3100-CONTROLER-TRANSITION.
           MOVE WS-CTR-VALEUR-1 TO BCT-VALEUR-1
           MOVE WS-CTR-VALEUR-2 TO BCT-VALEUR-2
           IF WS-TET-PRESENT(WS-ETP-AMONT) NOT = "O"
               OR WS-TET-PRESENT(WS-ETP-AVAL) NOT = "O"
               MOVE "ETAPE ABSENTE" TO BCT-VERDICT
               ADD 1 TO WS-COMPTEUR-RUPTURES
           ELSE
               IF WS-CTR-VALEUR-1 = WS-CTR-VALEUR-2
                   MOVE "CONFORME" TO BCT-VERDICT
               ELSE
                   MOVE "RUPTURE" TO BCT-VERDICT
                   ADD 1 TO WS-COMPTEUR-RUPTURES
               END-IF
           END-IF
           MOVE WS-LIGNE-CONTROLE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8000-ECRIRE-VERDICT.
           MOVE SPACES TO BTI-TEXTE
           MOVE WS-LIGNE-TITRE TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "TOTAUX LUS SUR LE GRAND LIVRE" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-LUS TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           MOVE "RUPTURES CONSTATEES" TO BCP-LIBELLE
           MOVE WS-COMPTEUR-RUPTURES TO BCP-VALEUR
           MOVE WS-LIGNE-COMPTEUR TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT

           IF WS-COMPTEUR-RUPTURES > ZERO
               MOVE "CHAINE EN RUPTURE - CHAINE DE PAIE A RETENIR"
                   TO BVD-TEXTE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "CHAINE EQUILIBREE DE ROSMERGE A TIMERECV"
                   TO BVD-TEXTE
           END-IF
           MOVE WS-LIGNE-VERDICT TO CBR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

       8900-ECRIRE-LIGNE-ETAT.
           WRITE CBR-ENREGISTREMENT
           IF NOT CHNRPRT-OK
               DISPLAY "ERREUR ECRITURE CHAIN-REPORT - STATUT "
                   WS-STATUT-CHNRPRT
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FIN.
           IF OUVERTURE-REUSSIE
               DISPLAY "CHAINBAL - DATE D'AFFAIRES : " WS-DATE-AFFAIRES
               DISPLAY "CHAINBAL - TOTAUX LUS      : " WS-COMPTEUR-LUS
               DISPLAY "CHAINBAL - RUPTURES        : "
                   WS-COMPTEUR-RUPTURES
           END-IF
           IF CTLTOT-OUVERT
               CLOSE CONTROL-TOTALS
           END-IF
           CLOSE CHAIN-REPORT.
