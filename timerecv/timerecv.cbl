      *    UN ECART ENTRE LES COMPTEURS OU LES TOTAUX DE HACHAGE DES
      *    DEUX TRAILERS FAIT TERMINER LE PROGRAMME EN ERREUR POUR
      *    QUE L'ORDONNANCEUR RETIENNE LA CHAINE DE PAIE.
      *    LES COMPTEURS (DETAILS EXTRACT, POSTES, REJETES, NON
      *    POSTES, HASH DU RETOUR) SONT DEPOSES SUR LE GRAND LIVRE
      *    DES TOTAUX DE CONTROLE (CTLTOT) SOUS LA DATE D'AFFAIRES :
      *    PARAMETRE AAAAMMJJ, A DEFAUT CELLE DE L'ENTETE DU
      *    TIME-EXTRACT, A DEFAUT LA DATE DU JOUR.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACKRPRT.

           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLE
               FILE STATUS IS WS-STATUT-CTLTOT.

       DATA DIVISION.

       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
           COPY "ackrprt.cpy".

       FD  CONTROL-TOTALS
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ctltot.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-TIMEEXT          PIC X(2).
           88  TIMEEXT-OK             VALUE "00".
       01  WS-STATUT-ACKRPRT          PIC X(2).
           88  ACKRPRT-OK             VALUE "00".

       01  WS-STATUT-CTLTOT           PIC X(2).
           88  CTLTOT-OK              VALUE "00".
           88  CTLTOT-ABSENT          VALUE "35".

       01  WS-OUVERTURE-OK            PIC X(1)  VALUE "O".
           88  OUVERTURE-REUSSIE      VALUE "O".
           88  OUVERTURE-ECHEC        VALUE "N".
       01  WS-COMPTEUR-NON-POSTES     PIC 9(8) VALUE ZERO.
       01  WS-COMPTEUR-SANS-EXTRACT   PIC 9(8) VALUE ZERO.

       01  WS-NOM-JOB                 PIC X(8)  VALUE "TIMERECV".
       01  WS-PARM-LIGNE              PIC X(80).
       01  WS-PARM-DATE-AFFAIRES      PIC X(8)  VALUE SPACES.
       01  WS-DATE-AFFAIRES           PIC X(8)  VALUE SPACES.

       01  WS-DATE-HEURE-SYSTEME.
           05  WS-DHS-DATE            PIC 9(8).
           05  WS-DHS-HEURE           PIC 9(6).
               PERFORM 4000-SIGNALER-NON-POSTES
               PERFORM 8000-ECRIRE-COMPTEURS
               PERFORM 9500-RECONCILIER-TRAILERS
               PERFORM 9700-ECRIRE-TOTAUX-CONTROLE
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

       1000-INITIALISATION.
           MOVE SPACES TO WS-PARM-LIGNE
           ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE
           IF WS-PARM-LIGNE NOT = SPACES
               UNSTRING WS-PARM-LIGNE DELIMITED BY SPACE
                   INTO WS-PARM-DATE-AFFAIRES
           END-IF
           IF WS-PARM-DATE-AFFAIRES NOT = SPACES
               AND WS-PARM-DATE-AFFAIRES IS NUMERIC
               MOVE WS-PARM-DATE-AFFAIRES TO WS-DATE-AFFAIRES
           END-IF

           OPEN INPUT TIME-EXTRACT
           IF NOT TIMEEXT-OK
               DISPLAY "ERREUR OUVERTURE TIME-EXTRACT - STATUT "

       2000-TRAITER-EXTRACT.
           EVALUATE TRUE
               WHEN TAE-TYPE-ENTETE
                   IF WS-DATE-AFFAIRES = SPACES
                       AND TAE-ENT-DATE-AFFAIRES IS NUMERIC
                       MOVE TAE-ENT-DATE-AFFAIRES TO WS-DATE-AFFAIRES
                   END-IF
               WHEN TAE-TYPE-DETAIL
                   ADD 1 TO WS-COMPTEUR-DETAILS-EXT
                   PERFORM 2100-CHARGER-DETAIL-EXTRACT
           MOVE WS-LIGNE-VERDICT TO AKR-ENREGISTREMENT
           PERFORM 8900-ECRIRE-LIGNE-ETAT.

      *    DEPOSE LES COMPTEURS DE L'ETAPE SUR LE GRAND LIVRE DES
      *    TOTAUX DE CONTROLE : ENTREES = DETAILS DU TIME-EXTRACT,
      *    SORTIES = POSTES, REJETS = REJETES PAR LE POINTAGE,
      *    ECARTES = NON POSTES, HASH = TOTAL DU TRAILER RETOUR.
       9700-ECRIRE-TOTAUX-CONTROLE.
           IF WS-DATE-AFFAIRES = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYSTEME
               MOVE WS-DHS-DATE TO WS-DATE-AFFAIRES
           END-IF
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
               MOVE WS-COMPTEUR-DETAILS-EXT TO CTL-ENTREES
               MOVE WS-COMPTEUR-POSTES TO CTL-SORTIES
               MOVE WS-COMPTEUR-REJETES TO CTL-REJETS
               MOVE WS-COMPTEUR-NON-POSTES TO CTL-ECARTES
               MOVE WS-TRL-RETOUR-HASH TO CTL-HASH
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

       8900-ECRIRE-LIGNE-ETAT.
           WRITE AKR-ENREGISTREMENT
           IF NOT ACKRPRT-OK
