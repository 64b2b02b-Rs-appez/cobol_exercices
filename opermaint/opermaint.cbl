      *    OPERATOR-MASTER (AJOUT / MODIFICATION / SUPPRESSION)
      *    PERMET AU CHEF DE QUART DE GERER LES OPERATEURS SANS
      *    PASSER PAR UN JOB BATCH.
      *    LES MODIFICATIONS SENSIBLES (CHANGEMENT DE STATUT :
      *    RESILIATION, SUSPENSION, REACTIVATION ; SUPPRESSION) NE
      *    SONT PAS APPLIQUEES ICI : ELLES SONT ENREGISTREES DANS LE
      *    FICHIER DES DEMANDES EN ATTENTE OPMPEND, AVEC LE DEMANDEUR
      *    ET L'HEURE, ET DOIVENT ETRE APPROUVEES PAR UN AUTRE CHEF
      *    DE QUART SOUS LA TRANSACTION OPAP (OPMAPPR).
      ******************************************************************

       DATA DIVISION.
       COPY "opermap.cpy".
       COPY "opermast.cpy".
       COPY "chgjrnl.cpy".
       COPY "opmpend.cpy".
       COPY DFHAID.

       01  WS-RESP                    PIC S9(8) COMP.
           88  STATUT-DEMANDE-VALIDE  VALUES "A" "S" "R" SPACE.

       01  WS-IMAGE-AVANT-MASTER      PIC X(63).
       01  WS-STATUT-AVANT            PIC X(1).
       01  WS-IND-DOUBLE-CONTROLE     PIC X(1).
           88  DOUBLE-CONTROLE-REQUIS VALUE "O".
           88  DOUBLE-CONTROLE-NON-REQUIS VALUE "N".
       01  WS-USERID                  PIC X(8).
       01  WS-HORODATAGE-DEMANDE      PIC X(21).
       01  WS-LONGUEUR-JOURNAL        PIC S9(4) COMP VALUE 177.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(1).
           IF WS-RESP = DFHRESP(MAPFAIL)
               PERFORM 0100-ECRAN-INITIAL
           ELSE
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               MOVE FONCTIONI TO WS-FONCTION-DEMANDEE
               MOVE IDOPERI TO OPM-ID-OPERATEUR
               MOVE STATUTI TO WS-STATUT-DEMANDE
           MOVE NOMOPERI TO OPM-NOM-OPERATEUR
           MOVE QUARTI TO OPM-CODE-QUART
           MOVE LANGUEI TO OPM-CODE-LANGUE
           MOVE SPACES TO OPM-DERNIERE-CONNEXION
           IF WS-STATUT-DEMANDE = SPACE
               MOVE "A" TO OPM-STATUT
           ELSE

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE OPM-ENREGISTREMENT TO WS-IMAGE-AVANT-MASTER
               MOVE OPM-STATUT TO WS-STATUT-AVANT
               MOVE NOMOPERI TO OPM-NOM-OPERATEUR
               MOVE QUARTI TO OPM-CODE-QUART
               MOVE LANGUEI TO OPM-CODE-LANGUE
                       TO OPM-DATE-EFFET-STATUT
               END-IF

      *        UN STATUT A BLANC PASSE A "A" N'EST PAS UN CHANGEMENT
      *        DE CYCLE DE VIE ; TOUT AUTRE CHANGEMENT DE STATUT
      *        PASSE PAR LE DOUBLE CONTROLE.
               SET DOUBLE-CONTROLE-NON-REQUIS TO TRUE
               IF OPM-STATUT NOT = WS-STATUT-AVANT
                   SET DOUBLE-CONTROLE-REQUIS TO TRUE
                   IF OPM-STATUT = "A" AND WS-STATUT-AVANT = SPACE
                       SET DOUBLE-CONTROLE-NON-REQUIS TO TRUE
                   END-IF
               END-IF

               IF DOUBLE-CONTROLE-REQUIS
                   EXEC CICS UNLOCK FILE('OPERMAST')
                   END-EXEC
                   MOVE SPACES TO PND-ENREGISTREMENT
                   MOVE "C" TO PND-CODE-ACTION
                   MOVE OPM-ENREGISTREMENT TO PND-IMAGE-APRES
                   PERFORM 0800-SOUMETTRE-DEMANDE
               ELSE
                   EXEC CICS REWRITE FILE('OPERMAST')
                       FROM(OPM-ENREGISTREMENT)
                       RESP(WS-RESP)
                   END-EXEC

                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE "OPERATEUR MODIFIE" TO WS-MESSAGE
                       MOVE "C" TO CHJ-CODE-ACTION
                       MOVE WS-IMAGE-AVANT-MASTER TO CHJ-IMAGE-AVANT
                       MOVE OPM-ENREGISTREMENT TO CHJ-IMAGE-APRES
                       PERFORM 0700-JOURNALISER
                   ELSE
                       MOVE "ERREUR A LA MISE A JOUR OPERATOR-MASTER"
                           TO WS-MESSAGE
                   END-IF
               END-IF
           ELSE
               MOVE "OPERATEUR INCONNU DANS OPERATOR-MASTER"
                   TO WS-MESSAGE
           END-IF.

      *    LA SUPPRESSION RELEVE TOUJOURS DU DOUBLE CONTROLE : ELLE
      *    EST SEULEMENT DEMANDEE ICI, ET APPLIQUEE PAR OPAP.
       0500-SUPPRIMER-OPERATEUR.
           EXEC CICS READ FILE('OPERMAST')
               INTO(OPM-ENREGISTREMENT)
               RIDFLD(OPM-ID-OPERATEUR)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE OPM-ENREGISTREMENT TO WS-IMAGE-AVANT-MASTER
                   MOVE SPACES TO PND-ENREGISTREMENT
                   MOVE "D" TO PND-CODE-ACTION
                   MOVE SPACES TO PND-IMAGE-APRES
                   PERFORM 0800-SOUMETTRE-DEMANDE
               WHEN DFHRESP(NOTFND)
                   MOVE "OPERATEUR INCONNU DANS OPERATOR-MASTER"
                       TO WS-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO CHJ-HORODATAGE
           MOVE SPACES TO CHJ-ORIGINE
           MOVE EIBTRNID TO CHJ-ORIGINE(1:4)
           MOVE WS-USERID TO CHJ-DEMANDEUR
           MOVE SPACES TO CHJ-APPROBATEUR
           EXEC CICS WRITEQ TD QUEUE('CHGJ')
               FROM(CHJ-ENREGISTREMENT)
               LENGTH(WS-LONGUEUR-JOURNAL)
                   TO WS-MESSAGE
           END-IF.

      *    ENREGISTRE LA DEMANDE EN ATTENTE DANS OPMPEND : CODE
      *    ACTION ET IMAGE APRES SONT PREPARES PAR L'APPELANT, L'IMAGE
      *    AVANT EST CELLE LUE SUR OPERATOR-MASTER.
       0800-SOUMETTRE-DEMANDE.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-DEMANDE
           MOVE OPM-ID-OPERATEUR TO PND-ID-OPERATEUR
           MOVE WS-HORODATAGE-DEMANDE(1:14) TO PND-HORODATAGE-DEMANDE
           MOVE WS-USERID TO PND-DEMANDEUR
           SET PND-EN-ATTENTE TO TRUE
           MOVE SPACES TO PND-APPROBATEUR
           MOVE SPACES TO PND-HORODATAGE-DECISION
           MOVE WS-IMAGE-AVANT-MASTER TO PND-IMAGE-AVANT

           EXEC CICS WRITE FILE('OPMPEND')
               FROM(PND-ENREGISTREMENT)
               RIDFLD(PND-CLE)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE "DEMANDE ENREGISTREE - A APPROUVER SOUS OPAP"
                       TO WS-MESSAGE
               WHEN DFHRESP(DUPREC)
                   MOVE "DEMANDE DEJA ENREGISTREE - RESSAISIR"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "ERREUR A L ECRITURE DES DEMANDES EN ATTENTE"
                       TO WS-MESSAGE
           END-EVALUATE.

       0600-REAFFICHER-ECRAN.
           MOVE SPACES TO OPERMAPO
           MOVE WS-MESSAGE TO MESSAGEO
