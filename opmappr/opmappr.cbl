       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPMAPPR.
       AUTHOR. Appez.

      ******************************************************************
      *    TRANSACTION CICS OPAP - APPROBATION DES MODIFICATIONS
      *    SENSIBLES D'OPERATOR-MASTER (DOUBLE CONTROLE) : AFFICHE
      *    LES DEMANDES EN ATTENTE DU FICHIER OPMPEND SAISIES SOUS
      *    OPMT (RESILIATION, SUSPENSION, REACTIVATION, SUPPRESSION)
      *    ET PERMET A UN CHEF DE QUART DIFFERENT DU DEMANDEUR DE LES
      *    APPROUVER (A) OU DE LES REFUSER (R). SEULE L'APPROBATION
      *    MET A JOUR OPERATOR-MASTER ; LE JOURNAL CHGJ PORTE ALORS
      *    LE DEMANDEUR ET L'APPROBATEUR.
      *    SI L'OPERATEUR A ETE MODIFIE OU SUPPRIME DEPUIS LA DEMANDE,
      *    L'APPROBATION EST IMPOSSIBLE ET LA DEMANDE EST REFUSEE.
      *    ENTER SANS DECISION : PREMIERE DEMANDE EN ATTENTE (DE
      *    L'OPERATEUR SAISI, OU DE TOUS) ; PF8 : DEMANDE SUIVANTE.
      ******************************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY "opapmap.cpy".
       COPY "opermast.cpy".
       COPY "opmpend.cpy".
       COPY "chgjrnl.cpy".
       COPY DFHAID.

       COPY "opermast.cpy" REPLACING LEADING ==OPM== BY ==AVI==.

       COPY "opermast.cpy" REPLACING LEADING ==OPM== BY ==APR==.

       01  WS-RESP                    PIC S9(8) COMP.

       01  WS-COMMAREA.
           05  CA-CLE-DEMANDE         PIC X(19).

       01  WS-DECISION                PIC X(1).
           88  DECISION-APPROUVER     VALUE "A".
           88  DECISION-REFUSER       VALUE "R".
           88  DECISION-ABSENTE       VALUE SPACE.

       01  WS-MESSAGE                 PIC X(79).
       01  WS-USERID                  PIC X(8).
       01  WS-ID-FILTRE               PIC X(5).
       01  WS-CLE-RECHERCHE           PIC X(19).
       01  WS-CLE-PRECEDENTE          PIC X(19).

       01  WS-IND-RECHERCHE           PIC X(1).
           88  RECHERCHE-EN-COURS     VALUE "O".
           88  RECHERCHE-TERMINEE     VALUE "N".

       01  WS-IND-DEMANDE             PIC X(1).
           88  DEMANDE-TROUVEE        VALUE "O".
           88  DEMANDE-NON-TROUVEE    VALUE "N".

       01  WS-IND-APPLICATION         PIC X(1).
           88  APPLICATION-REUSSIE    VALUE "O".
           88  APPLICATION-ECHEC      VALUE "N".

       01  WS-IMAGE-AVANT-MASTER      PIC X(63).
       01  WS-LONGUEUR-JOURNAL        PIC S9(4) COMP VALUE 177.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(19).

       PROCEDURE DIVISION.

       0000-DEBUT.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 0100-ECRAN-INITIAL
                   PERFORM 0999-RETOUR-CONTINUER
               WHEN EIBAID = DFHPF3
                   PERFORM 0999-RETOUR-FIN
               WHEN EIBAID = DFHPF8
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   MOVE SPACES TO WS-ID-FILTRE
                   MOVE CA-CLE-DEMANDE TO WS-CLE-RECHERCHE
                   MOVE CA-CLE-DEMANDE TO WS-CLE-PRECEDENTE
                   PERFORM 0300-RECHERCHER-DEMANDE
                   PERFORM 0600-REAFFICHER-ECRAN
                   PERFORM 0999-RETOUR-CONTINUER
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 0200-TRAITER-ECRAN
                   PERFORM 0999-RETOUR-CONTINUER
           END-EVALUATE.

       0100-ECRAN-INITIAL.
           MOVE SPACES TO WS-COMMAREA
           MOVE SPACES TO OPAPMAPO
           MOVE "ENTREZ UN ID OPERATEUR (FACULTATIF) PUIS VALIDEZ"
               TO MESSAGEO
           EXEC CICS SEND MAP('OPAPMAP')
               MAPSET('OPAPMAP')
               FROM(OPAPMAPO)
               ERASE
           END-EXEC.

       0200-TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('OPAPMAP')
               MAPSET('OPAPMAP')
               INTO(OPAPMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO OPAPMAPI
           END-IF

           MOVE IDOPERI TO WS-ID-FILTRE
           MOVE DECISIONI TO WS-DECISION
           INSPECT WS-ID-FILTRE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DECISION REPLACING ALL LOW-VALUE BY SPACE

           EVALUATE TRUE
               WHEN DECISION-ABSENTE
                   MOVE LOW-VALUES TO WS-CLE-RECHERCHE
                   MOVE LOW-VALUES TO WS-CLE-PRECEDENTE
                   IF WS-ID-FILTRE NOT = SPACES
                       MOVE WS-ID-FILTRE TO WS-CLE-RECHERCHE(1:5)
                   END-IF
                   PERFORM 0300-RECHERCHER-DEMANDE
               WHEN CA-CLE-DEMANDE = SPACES
                   MOVE "AUCUNE DEMANDE AFFICHEE"
                       TO WS-MESSAGE
               WHEN DECISION-APPROUVER OR DECISION-REFUSER
                   PERFORM 0400-DECIDER
               WHEN OTHER
                   MOVE "DECISION INVALIDE - A OU R ATTENDU"
                       TO WS-MESSAGE
           END-EVALUATE

           PERFORM 0600-REAFFICHER-ECRAN.

      *    PARCOURT OPMPEND A PARTIR DE WS-CLE-RECHERCHE JUSQU'A LA
      *    PREMIERE DEMANDE EN ATTENTE DE CLE SUPERIEURE A
      *    WS-CLE-PRECEDENTE (LIMITEE A L'OPERATEUR WS-ID-FILTRE S'IL
      *    EST RENSEIGNE).
       0300-RECHERCHER-DEMANDE.
           SET DEMANDE-NON-TROUVEE TO TRUE
           EXEC CICS STARTBR FILE('OPMPEND')
               RIDFLD(WS-CLE-RECHERCHE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET RECHERCHE-EN-COURS TO TRUE
               PERFORM UNTIL RECHERCHE-TERMINEE
                   EXEC CICS READNEXT FILE('OPMPEND')
                       INTO(PND-ENREGISTREMENT)
                       RIDFLD(WS-CLE-RECHERCHE)
                       RESP(WS-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN WS-ID-FILTRE NOT = SPACES
                           AND PND-ID-OPERATEUR NOT = WS-ID-FILTRE
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN PND-EN-ATTENTE
                           AND PND-CLE > WS-CLE-PRECEDENTE
                           SET DEMANDE-TROUVEE TO TRUE
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               EXEC CICS ENDBR FILE('OPMPEND')
               END-EXEC
           END-IF

           IF DEMANDE-TROUVEE
               MOVE PND-CLE TO CA-CLE-DEMANDE
               MOVE "DECISION : A=APPROUVER R=REFUSER"
                   TO WS-MESSAGE
           ELSE
               MOVE SPACES TO CA-CLE-DEMANDE
               MOVE "AUCUNE DEMANDE EN ATTENTE" TO WS-MESSAGE
           END-IF.

       0400-DECIDER.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           EXEC CICS READ FILE('OPMPEND')
               INTO(PND-ENREGISTREMENT)
               RIDFLD(CA-CLE-DEMANDE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "DEMANDE INTROUVABLE DANS OPMPEND" TO WS-MESSAGE
               WHEN NOT PND-EN-ATTENTE
                   EXEC CICS UNLOCK FILE('OPMPEND')
                   END-EXEC
                   MOVE "DEMANDE DEJA TRAITEE OU EXPIREE" TO WS-MESSAGE
               WHEN PND-DEMANDEUR = WS-USERID
                   EXEC CICS UNLOCK FILE('OPMPEND')
                   END-EXEC
                   MOVE "L'APPROBATEUR DOIT ETRE DIFFERENT DU DEMANDEUR"
                       TO WS-MESSAGE
               WHEN DECISION-REFUSER
                   SET PND-REFUSEE TO TRUE
                   PERFORM 0700-ENREGISTRER-DECISION
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE "DEMANDE REFUSEE" TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   PERFORM 0500-APPLIQUER-DEMANDE
                   IF APPLICATION-REUSSIE
                       SET PND-APPROUVEE TO TRUE
                       PERFORM 0700-ENREGISTRER-DECISION
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE "DEMANDE APPROUVEE ET APPLIQUEE"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.

      *    L'OPERATEUR DOIT ETRE DANS L'ETAT CONSTATE A LA DEMANDE
      *    (NOM, QUART, LANGUE, STATUT) ; LA DATE DE DERNIERE
      *    CONNEXION, MISE A JOUR CHAQUE JOUR PAR L'ACCUEIL, N'EST PAS
      *    COMPAREE ET N'EST PAS ECRASEE.
       0500-APPLIQUER-DEMANDE.
           SET APPLICATION-ECHEC TO TRUE
           MOVE PND-IMAGE-AVANT TO AVI-ENREGISTREMENT
           MOVE PND-IMAGE-APRES TO APR-ENREGISTREMENT
           MOVE PND-ID-OPERATEUR TO OPM-ID-OPERATEUR
           EXEC CICS READ FILE('OPERMAST')
               INTO(OPM-ENREGISTREMENT)
               RIDFLD(OPM-ID-OPERATEUR)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET PND-REFUSEE TO TRUE
                   PERFORM 0700-ENREGISTRER-DECISION
                   MOVE "OPERATEUR SUPPRIME DEPUIS LA DEMANDE - REFUSEE"
                       TO WS-MESSAGE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('OPMPEND')
                   END-EXEC
                   MOVE "ERREUR A LA LECTURE OPERATOR-MASTER"
                       TO WS-MESSAGE
               WHEN OPM-NOM-OPERATEUR NOT = AVI-NOM-OPERATEUR
                   OR OPM-CODE-QUART NOT = AVI-CODE-QUART
                   OR OPM-CODE-LANGUE NOT = AVI-CODE-LANGUE
                   OR OPM-STATUT NOT = AVI-STATUT
                   EXEC CICS UNLOCK FILE('OPERMAST')
                   END-EXEC
                   SET PND-REFUSEE TO TRUE
                   PERFORM 0700-ENREGISTRER-DECISION
                   MOVE "OPERATEUR MODIFIE DEPUIS LA DEMANDE - REFUSEE"
                       TO WS-MESSAGE
               WHEN PND-SUPPRESSION
                   MOVE OPM-ENREGISTREMENT TO WS-IMAGE-AVANT-MASTER
                   EXEC CICS DELETE FILE('OPERMAST')
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET APPLICATION-REUSSIE TO TRUE
                       MOVE "D" TO CHJ-CODE-ACTION
                       MOVE WS-IMAGE-AVANT-MASTER TO CHJ-IMAGE-AVANT
                       MOVE SPACES TO CHJ-IMAGE-APRES
                       PERFORM 0800-JOURNALISER
                   ELSE
                       EXEC CICS UNLOCK FILE('OPMPEND')
                       END-EXEC
                       MOVE "ERREUR A LA SUPPRESSION OPERATOR-MASTER"
                           TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE OPM-ENREGISTREMENT TO WS-IMAGE-AVANT-MASTER
                   MOVE APR-NOM-OPERATEUR TO OPM-NOM-OPERATEUR
                   MOVE APR-CODE-QUART TO OPM-CODE-QUART
                   MOVE APR-CODE-LANGUE TO OPM-CODE-LANGUE
                   MOVE APR-STATUT TO OPM-STATUT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO OPM-DATE-EFFET-STATUT
                   EXEC CICS REWRITE FILE('OPERMAST')
                       FROM(OPM-ENREGISTREMENT)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET APPLICATION-REUSSIE TO TRUE
                       MOVE "C" TO CHJ-CODE-ACTION
                       MOVE WS-IMAGE-AVANT-MASTER TO CHJ-IMAGE-AVANT
                       MOVE OPM-ENREGISTREMENT TO CHJ-IMAGE-APRES
                       PERFORM 0800-JOURNALISER
                   ELSE
                       EXEC CICS UNLOCK FILE('OPMPEND')
                       END-EXEC
                       MOVE "ERREUR A LA MISE A JOUR OPERATOR-MASTER"
                           TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

      *    REECRIT LA DEMANDE (LUE EN MISE A JOUR) AVEC L'ETAT
      *    POSITIONNE PAR L'APPELANT, L'APPROBATEUR ET L'HEURE DE LA
      *    DECISION.
       0700-ENREGISTRER-DECISION.
           MOVE WS-USERID TO PND-APPROBATEUR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PND-HORODATAGE-DECISION
           EXEC CICS REWRITE FILE('OPMPEND')
               FROM(PND-ENREGISTREMENT)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "ERREUR A LA MISE A JOUR DES DEMANDES EN ATTENTE"
                   TO WS-MESSAGE
           END-IF
           MOVE SPACES TO CA-CLE-DEMANDE.

       0800-JOURNALISER.
           MOVE FUNCTION CURRENT-DATE TO CHJ-HORODATAGE
           MOVE SPACES TO CHJ-ORIGINE
           MOVE EIBTRNID TO CHJ-ORIGINE(1:4)
           MOVE PND-DEMANDEUR TO CHJ-DEMANDEUR
           MOVE WS-USERID TO CHJ-APPROBATEUR
           EXEC CICS WRITEQ TD QUEUE('CHGJ')
               FROM(CHJ-ENREGISTREMENT)
               LENGTH(WS-LONGUEUR-JOURNAL)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "ATTENTION - JOURNAL DES MODIFICATIONS EN ECHEC"
                   TO WS-MESSAGE
           END-IF.

       0600-REAFFICHER-ECRAN.
           MOVE SPACES TO OPAPMAPO
           IF CA-CLE-DEMANDE NOT = SPACES
               MOVE PND-IMAGE-AVANT TO AVI-ENREGISTREMENT
               MOVE PND-IMAGE-APRES TO APR-ENREGISTREMENT
               MOVE PND-ID-OPERATEUR TO IDOPERO
               MOVE PND-HORODATAGE-DEMANDE TO HORODEMO
               IF PND-SUPPRESSION
                   MOVE "SUPPRESSION" TO ACTIONO
               ELSE
                   MOVE "CHGT STATUT" TO ACTIONO
               END-IF
               MOVE PND-DEMANDEUR TO DEMANDRO
               MOVE AVI-NOM-OPERATEUR TO NOMOPERO
               MOVE AVI-STATUT TO STATAVO
               MOVE APR-STATUT TO STATAPO
           END-IF
           MOVE WS-MESSAGE TO MESSAGEO
           EXEC CICS SEND MAP('OPAPMAP')
               MAPSET('OPAPMAP')
               FROM(OPAPMAPO)
               ERASE
           END-EXEC.

       0999-RETOUR-CONTINUER.
           EXEC CICS RETURN
               TRANSID('OPAP')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       0999-RETOUR-FIN.
           EXEC CICS RETURN
           END-EXEC.
