      ******************************************************************
      *    TRANSACTION CICS RCON - CONSOLE D'EXPLOITATION DU FICHIER
      *    RUN-CONTROL POUR LE SUPERVISEUR D'ASTREINTE. AFFICHE LES
      *    DERNIERES DATES D'AFFAIRES PAR SITE AVEC LEUR ETAT,
      *    L'INDICATEUR DE REPRISE ET L'HORODATAGE (SITE A ESPACES :
      *    PASSAGE TOUS SITES OU CONSOLIDATION EXCONSOL), AINSI QUE
      *    LE DERNIER CHECKPOINT (DERNIER ID OPERATEUR ET COMPTEUR)
      *    POUR JUGER DE L'AVANCEMENT D'UN PASSAGE INTERROMPU : CELUI
      *    DU FICHIER RESTCKPT SANS SITE SAISI, CELUI DU FICHIER
      *    RCKP + CODE SITE POUR LE FLUX D'UN SITE.
      *    PF5 REMET A L'ETAT ANNULE ("X") UNE DATE (ET UN SITE)
      *    RESTEE EN COURS ("E") APRES UN ABEND ; LA REMISE EST
      *    TRACEE DANS USER-ACTIVITY (CODE 9060) AVEC L'UTILISATEUR
      *    CICS, LE SITE ET LA DATE REMISE EN REFERENCE.
      *    L'ACCES A LA TRANSACTION RCON EST RESERVE AUX
      *    SUPERVISEURS PAR LA SECURITE TRANSACTIONNELLE CICS ;
      *    UN UTILISATEUR NON IDENTIFIE NE PEUT PAS REMETTRE.

       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-RBA                     PIC S9(8) COMP VALUE ZERO.
       01  WS-LONGUEUR-CHECKPOINT     PIC S9(4) COMP VALUE 42.
       01  WS-LONGUEUR-AUDIT          PIC S9(4) COMP VALUE 80.

       01  WS-CLE-RUNCTL              PIC X(11).
       01  WS-UTILISATEUR             PIC X(8).

       01  WS-DATE-RESET              PIC X(8).
       01  WS-SITE-RESET              PIC X(3)  VALUE SPACES.
       01  WS-FICHIER-CHECKPOINT      PIC X(8).

       01  WS-IND-CHECKPOINT          PIC X(1) VALUE "N".
           88  CHECKPOINT-TROUVE      VALUE "O".

       01  WS-LIGNE-DATE.
           05  WLD-DATE-AFFAIRES      PIC X(8).
           05  FILLER                 PIC X(7)  VALUE "  SITE ".
           05  WLD-CODE-SITE          PIC X(3).
           05  FILLER                 PIC X(8)  VALUE "  ETAT  ".
           05  WLD-ETAT               PIC X(1).
           05  FILLER                 PIC X(1)  VALUE " ".
           05  WLD-IND-REPRISE        PIC X(1).
           05  FILLER                 PIC X(2)  VALUE "  ".
           05  WLD-HORODATAGE         PIC X(14).
           05  FILLER                 PIC X(5)  VALUE SPACES.

       01  WS-LIGNE-CHECKPOINT.
           05  FILLER                 PIC X(10) VALUE "OPERATEUR ".
       0000-DEBUT.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   MOVE "ENTER=RAFRAICHIR - PF5=RESET DATE/SITE EN E"
                       TO WS-MESSAGE
                   PERFORM 0300-GARNIR-ET-ENVOYER
                   PERFORM 0999-RETOUR-CONTINUER
                   PERFORM 0200-TRAITER-RESET
                   PERFORM 0999-RETOUR-CONTINUER
               WHEN OTHER
                   PERFORM 0100-RECEVOIR-SITE
                   MOVE "ETAT RAFRAICHI" TO WS-MESSAGE
                   PERFORM 0300-GARNIR-ET-ENVOYER
                   PERFORM 0999-RETOUR-CONTINUER
           END-EVALUATE.

      *    LE SITE SAISI CHOISIT LE CHECKPOINT AFFICHE.
       0100-RECEVOIR-SITE.
           EXEC CICS RECEIVE MAP('RUNCONSM')
               MAPSET('RUNCONSM')
               INTO(RUNCONSMI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SITERSTI TO WS-SITE-RESET
               INSPECT WS-SITE-RESET REPLACING ALL LOW-VALUE BY SPACE
           END-IF.

       0200-TRAITER-RESET.
           EXEC CICS RECEIVE MAP('RUNCONSM')
               MAPSET('RUNCONSM')
               MOVE "SAISISSEZ LA DATE D'AFFAIRES A REMETTRE"
                   TO WS-MESSAGE
           ELSE
               MOVE SITERSTI TO WS-SITE-RESET
               INSPECT WS-SITE-RESET REPLACING ALL LOW-VALUE BY SPACE
               MOVE DATERSTI TO WS-DATE-RESET
               IF WS-DATE-RESET IS NUMERIC
                   PERFORM 0400-REMETTRE-DATE
                   TO WS-MESSAGE
           ELSE
               MOVE WS-DATE-RESET TO RCT-DATE-AFFAIRES
               MOVE WS-SITE-RESET TO RCT-CODE-SITE
               EXEC CICS READ FILE('RUNCTL')
                   INTO(RCT-ENREGISTREMENT)
                   RIDFLD(RCT-CLE)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
                               TO WS-MESSAGE
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE "DATE/SITE INCONNU DANS RUN-CONTROL"
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "ERREUR A LA LECTURE RUN-CONTROL"
           END-IF.

       0700-JOURNALISER-RESET.
           MOVE SPACES TO UAC-ENREGISTREMENT
           MOVE FUNCTION CURRENT-DATE TO UAC-HORODATAGE
           MOVE SPACES TO UAC-NOM-JOB
           MOVE EIBTRNID TO UAC-NOM-JOB(1:4)
           MOVE WS-UTILISATEUR(1:5) TO UAC-ID-OPERATEUR
           MOVE 9060 TO UAC-CODE-RETOUR
           MOVE WS-SITE-RESET TO UAC-CODE-SITE
           MOVE WS-DATE-RESET TO UAC-REFERENCE
           EXEC CICS WRITEQ TD QUEUE('UACT')
               FROM(UAC-ENREGISTREMENT)
               LENGTH(WS-LONGUEUR-AUDIT)

       0300-GARNIR-ET-ENVOYER.
           MOVE SPACES TO RUNCONSMO
           MOVE WS-SITE-RESET TO SITERSTO
           PERFORM 0310-CHARGER-RUN-CONTROL
           PERFORM 0350-PLACER-DATES
           PERFORM 0370-CHARGER-CHECKPOINT

       0330-FORMATER-DATE.
           MOVE RCT-DATE-AFFAIRES TO WLD-DATE-AFFAIRES
           MOVE RCT-CODE-SITE TO WLD-CODE-SITE
           MOVE RCT-ETAT TO WLD-ETAT
           EVALUATE TRUE
               WHEN RCT-EN-COURS
       0370-CHARGER-CHECKPOINT.
           MOVE "N" TO WS-IND-CHECKPOINT
           MOVE ZERO TO WS-RBA
           IF WS-SITE-RESET = SPACES
               MOVE "RESTCKPT" TO WS-FICHIER-CHECKPOINT
           ELSE
               MOVE SPACES TO WS-FICHIER-CHECKPOINT
               STRING "RCKP" WS-SITE-RESET DELIMITED BY SIZE
                   INTO WS-FICHIER-CHECKPOINT
               END-STRING
           END-IF
           EXEC CICS STARTBR FILE(WS-FICHIER-CHECKPOINT)
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0380-LIRE-CHECKPOINT
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE(WS-FICHIER-CHECKPOINT)
               END-EXEC
           END-IF
           IF CHECKPOINT-TROUVE
               MOVE WS-LIGNE-CHECKPOINT TO CKPTO
           ELSE
               MOVE "AUCUN CHECKPOINT DISPONIBLE" TO CKPTO
           END-IF.

      *    SEULS LES CHECKPOINTS DU SITE SAISI SONT RETENUS.
       0380-LIRE-CHECKPOINT.
           MOVE 42 TO WS-LONGUEUR-CHECKPOINT
           EXEC CICS READNEXT FILE(WS-FICHIER-CHECKPOINT)
               INTO(CKP-ENREGISTREMENT)
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND CKP-CODE-SITE = WS-SITE-RESET
               SET CHECKPOINT-TROUVE TO TRUE
               MOVE CKP-DERNIER-ID-OPERATEUR TO WLC-ID-OPERATEUR
               MOVE CKP-COMPTEUR-LUS TO WLC-COMPTEUR
               MOVE CKP-HORODATAGE(1:14) TO WLC-HORODATAGE
           END-IF.

       0999-RETOUR-CONTINUER.
