       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTONL.
       AUTHOR. Appez.

      ******************************************************************
      *    TRANSACTION CICS CERT - RECERTIFICATION DES ACCES EN
      *    LIGNE : LE CHEF DE QUART SAISIT LA CAMPAGNE (ET SON CODE
      *    QUART) ET PARCOURT LES OPERATEURS RESTANT A CERTIFIER DANS
      *    CERTIF ; IL CONFIRME (C) OU REVOQUE (R) CHACUN D'EUX. SA
      *    DECISION REMPLACE UNE DECISION ANTERIEURE (ECRAN OU FICHIER
      *    CERTRET) TANT QUE LA CAMPAGNE EST OUVERTE. OPERATOR-MASTER
      *    N'EST MODIFIE QU'A LA CLOTURE PAR CERTCAMP.
      *    ENTER SANS DECISION : OPERATEUR SAISI, OU PREMIER OPERATEUR
      *    A CERTIFIER DE LA CAMPAGNE / DU QUART ; PF8 : SUIVANT.
      ******************************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY "certmap.cpy".
       COPY "certif.cpy".
       COPY DFHAID.

       01  WS-RESP                    PIC S9(8) COMP.

       01  WS-COMMAREA.
           05  CA-CLE-CERTIF          PIC X(12).
           05  CA-QUART-FILTRE        PIC X(1).

       01  WS-DECISION                PIC X(1).
           88  DECISION-CONFIRMER     VALUE "C".
           88  DECISION-REVOQUER      VALUE "R".
           88  DECISION-ABSENTE       VALUE SPACE.

       01  WS-MESSAGE                 PIC X(79).
       01  WS-USERID                  PIC X(8).
       01  WS-CAMPAGNE                PIC X(6).
       01  WS-QUART-FILTRE            PIC X(1).
       01  WS-ID-FILTRE               PIC X(5).
       01  WS-CLE-ENTETE              PIC X(12).
       01  WS-CLE-RECHERCHE           PIC X(12).
       01  WS-CLE-PRECEDENTE          PIC X(12).

       01  WS-IND-RECHERCHE           PIC X(1).
           88  RECHERCHE-EN-COURS     VALUE "O".
           88  RECHERCHE-TERMINEE     VALUE "N".

       01  WS-IND-LIGNE               PIC X(1).
           88  LIGNE-TROUVEE          VALUE "O".
           88  LIGNE-NON-TROUVEE      VALUE "N".

       01  WS-IND-CAMPAGNE            PIC X(1).
           88  CAMPAGNE-OUVERTE       VALUE "O".
           88  CAMPAGNE-FERMEE        VALUE "F".
           88  CAMPAGNE-INCONNUE      VALUE "N".

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(13).

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
                   PERFORM 0250-PARCOURIR-SUIVANT
                   PERFORM 0600-REAFFICHER-ECRAN
                   PERFORM 0999-RETOUR-CONTINUER
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 0200-TRAITER-ECRAN
                   PERFORM 0999-RETOUR-CONTINUER
           END-EVALUATE.

       0100-ECRAN-INITIAL.
           MOVE SPACES TO WS-COMMAREA
           MOVE SPACES TO CERTMAPO
           MOVE "ENTREZ LA CAMPAGNE ET VOTRE CODE QUART PUIS VALIDEZ"
               TO MESSAGEO
           EXEC CICS SEND MAP('CERTMAP')
               MAPSET('CERTMAP')
               FROM(CERTMAPO)
               ERASE
           END-EXEC.

       0200-TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('CERTMAP')
               MAPSET('CERTMAP')
               INTO(CERTMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO CERTMAPI
           END-IF

           MOVE CAMPAGNI TO WS-CAMPAGNE
           MOVE QUARTI TO WS-QUART-FILTRE
           MOVE IDOPERI TO WS-ID-FILTRE
           MOVE DECISIONI TO WS-DECISION
           INSPECT WS-CAMPAGNE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-QUART-FILTRE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-ID-FILTRE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DECISION REPLACING ALL LOW-VALUE BY SPACE

           EVALUATE TRUE
               WHEN WS-CAMPAGNE = SPACES
                   MOVE SPACES TO CA-CLE-CERTIF
                   MOVE "CAMPAGNE OBLIGATOIRE" TO WS-MESSAGE
               WHEN DECISION-ABSENTE
                   MOVE WS-QUART-FILTRE TO CA-QUART-FILTRE
                   PERFORM 0150-LIRE-CAMPAGNE
                   IF CAMPAGNE-INCONNUE
                       MOVE SPACES TO CA-CLE-CERTIF
                       MOVE "CAMPAGNE INEXISTANTE" TO WS-MESSAGE
                   ELSE
                       MOVE SPACES TO WS-CLE-RECHERCHE
                       MOVE WS-CAMPAGNE TO WS-CLE-RECHERCHE(1:6)
                       IF WS-QUART-FILTRE NOT = SPACE
                           MOVE WS-QUART-FILTRE TO WS-CLE-RECHERCHE(7:1)
                           MOVE WS-ID-FILTRE TO WS-CLE-RECHERCHE(8:5)
                       END-IF
                       MOVE LOW-VALUES TO WS-CLE-PRECEDENTE
                       PERFORM 0300-RECHERCHER-OPERATEUR
                   END-IF
               WHEN CA-CLE-CERTIF = SPACES
                   MOVE "AUCUN OPERATEUR AFFICHE" TO WS-MESSAGE
               WHEN DECISION-CONFIRMER OR DECISION-REVOQUER
                   PERFORM 0400-DECIDER
               WHEN OTHER
                   MOVE "DECISION INVALIDE - C OU R ATTENDU"
                       TO WS-MESSAGE
           END-EVALUATE

           PERFORM 0600-REAFFICHER-ECRAN.

       0150-LIRE-CAMPAGNE.
           SET CAMPAGNE-INCONNUE TO TRUE
           MOVE SPACES TO WS-CLE-ENTETE
           MOVE WS-CAMPAGNE TO WS-CLE-ENTETE(1:6)
           EXEC CICS READ FILE('CERTIF')
               INTO(CRT-CAMPAGNE)
               RIDFLD(WS-CLE-ENTETE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF CRT-CAMPAGNE-OUVERTE
                   SET CAMPAGNE-OUVERTE TO TRUE
               ELSE
                   SET CAMPAGNE-FERMEE TO TRUE
               END-IF
           END-IF.

      *    PF8 : OPERATEUR A CERTIFIER SUIVANT DANS LA MEME CAMPAGNE
      *    (ET LE MEME QUART SI UN FILTRE QUART A ETE SAISI).
       0250-PARCOURIR-SUIVANT.
           IF CA-CLE-CERTIF = SPACES
               MOVE "AUCUN OPERATEUR AFFICHE" TO WS-MESSAGE
           ELSE
               MOVE CA-CLE-CERTIF(1:6) TO WS-CAMPAGNE
               MOVE CA-QUART-FILTRE TO WS-QUART-FILTRE
               MOVE SPACES TO WS-ID-FILTRE
               MOVE CA-CLE-CERTIF TO WS-CLE-RECHERCHE
               MOVE CA-CLE-CERTIF TO WS-CLE-PRECEDENTE
               PERFORM 0300-RECHERCHER-OPERATEUR
           END-IF.

      *    PARCOURT CERTIF A PARTIR DE WS-CLE-RECHERCHE DANS LA
      *    CAMPAGNE WS-CAMPAGNE : L'OPERATEUR WS-ID-FILTRE S'IL EST
      *    RENSEIGNE, SINON LE PREMIER OPERATEUR A CERTIFIER DE CLE
      *    SUPERIEURE A WS-CLE-PRECEDENTE.
       0300-RECHERCHER-OPERATEUR.
           SET LIGNE-NON-TROUVEE TO TRUE
           EXEC CICS STARTBR FILE('CERTIF')
               RIDFLD(WS-CLE-RECHERCHE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET RECHERCHE-EN-COURS TO TRUE
               PERFORM UNTIL RECHERCHE-TERMINEE
                   EXEC CICS READNEXT FILE('CERTIF')
                       INTO(CRT-OPERATEUR)
                       RIDFLD(WS-CLE-RECHERCHE)
                       RESP(WS-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN CRT-ID-CAMPAGNE NOT = WS-CAMPAGNE
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN WS-QUART-FILTRE NOT = SPACE
                           AND CRT-CODE-QUART NOT = WS-QUART-FILTRE
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN NOT CRT-TYPE-OPERATEUR
                           CONTINUE
                       WHEN CRT-CLE NOT > WS-CLE-PRECEDENTE
                           CONTINUE
                       WHEN WS-ID-FILTRE NOT = SPACES
                           IF CRT-ID-OPERATEUR = WS-ID-FILTRE
                               SET LIGNE-TROUVEE TO TRUE
                               SET RECHERCHE-TERMINEE TO TRUE
                           END-IF
                       WHEN CRT-A-CERTIFIER
                           SET LIGNE-TROUVEE TO TRUE
                           SET RECHERCHE-TERMINEE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               EXEC CICS ENDBR FILE('CERTIF')
               END-EXEC
           END-IF

           IF LIGNE-TROUVEE
               MOVE CRT-CLE TO CA-CLE-CERTIF
               MOVE "DECISION : C=CONFIRMER R=REVOQUER" TO WS-MESSAGE
           ELSE
               MOVE SPACES TO CA-CLE-CERTIF
               IF WS-ID-FILTRE NOT = SPACES
                   MOVE "OPERATEUR ABSENT DE LA CAMPAGNE"
                       TO WS-MESSAGE
               ELSE
                   MOVE "AUCUN OPERATEUR RESTANT A CERTIFIER"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       0400-DECIDER.
           MOVE CA-CLE-CERTIF(1:6) TO WS-CAMPAGNE
           PERFORM 0150-LIRE-CAMPAGNE

           IF NOT CAMPAGNE-OUVERTE
               MOVE "CAMPAGNE CLOTUREE - DECISION IMPOSSIBLE"
                   TO WS-MESSAGE
               PERFORM 0450-RELIRE-OPERATEUR
           ELSE
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC

               EXEC CICS READ FILE('CERTIF')
                   INTO(CRT-OPERATEUR)
                   RIDFLD(CA-CLE-CERTIF)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO CA-CLE-CERTIF
                   MOVE "OPERATEUR INTROUVABLE DANS CERTIF"
                       TO WS-MESSAGE
               ELSE
                   MOVE WS-DECISION TO CRT-DECISION
                   MOVE WS-USERID TO CRT-DECIDEUR
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO CRT-HORODATAGE-DECISION
                   SET CRT-SOURCE-ECRAN TO TRUE
                   EXEC CICS REWRITE FILE('CERTIF')
                       FROM(CRT-OPERATEUR)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       IF DECISION-CONFIRMER
                           MOVE "OPERATEUR CONFIRME - PF8 = SUIVANT"
                               TO WS-MESSAGE
                       ELSE
                           MOVE "OPERATEUR REVOQUE - PF8 = SUIVANT"
                               TO WS-MESSAGE
                       END-IF
                   ELSE
                       MOVE "ERREUR A LA MISE A JOUR DE CERTIF"
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       0450-RELIRE-OPERATEUR.
           EXEC CICS READ FILE('CERTIF')
               INTO(CRT-OPERATEUR)
               RIDFLD(CA-CLE-CERTIF)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CA-CLE-CERTIF
           END-IF.

       0600-REAFFICHER-ECRAN.
           MOVE SPACES TO CERTMAPO
           IF CA-CLE-CERTIF NOT = SPACES
               MOVE CRT-ID-CAMPAGNE TO CAMPAGNO
               MOVE CA-QUART-FILTRE TO QUARTO
               MOVE CRT-ID-OPERATEUR TO IDOPERO
               MOVE CRT-NOM-OPERATEUR TO NOMOPERO
               MOVE CRT-DERNIERE-CONNEXION TO DERNCNXO
               EVALUATE TRUE
                   WHEN CRT-CONFIRME
                       MOVE "CONFIRME" TO ETATO
                   WHEN CRT-REVOQUE
                       MOVE "REVOQUE" TO ETATO
                   WHEN OTHER
                       MOVE "A CERTIFIER" TO ETATO
               END-EVALUATE
               MOVE CRT-DECIDEUR TO DECIDRO
           ELSE
               MOVE WS-CAMPAGNE TO CAMPAGNO
               MOVE WS-QUART-FILTRE TO QUARTO
           END-IF
           MOVE WS-MESSAGE TO MESSAGEO
           EXEC CICS SEND MAP('CERTMAP')
               MAPSET('CERTMAP')
               FROM(CERTMAPO)
               ERASE
           END-EXEC.

       0999-RETOUR-CONTINUER.
           EXEC CICS RETURN
               TRANSID('CERT')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       0999-RETOUR-FIN.
           EXEC CICS RETURN
           END-EXEC.
