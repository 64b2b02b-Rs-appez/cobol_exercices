       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSMAINT.
       AUTHOR. Appez.

      ******************************************************************
      *    TRANSACTION CICS OPST - MAINTENANCE EN LIGNE DU FICHIER
      *    OPERATOR-SITE (AUTORISATION / MODIFICATION DES DATES /
      *    RETRAIT / CONSULTATION). COMPLETE LA TRANSACTION OPMT :
      *    LE CHEF DE QUART Y ACCORDE OU RETIRE A UN OPERATEUR LE
      *    DROIT D'ETRE ACCUEILLI SUR UN SITE, ENTRE UNE DATE D'EFFET
      *    ET UNE DATE D'EXPIRATION (A BLANC = SANS LIMITE).
      ******************************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY "opsmap.cpy".
       COPY "opersite.cpy".
       COPY "opermast.cpy".
       COPY DFHAID.

       01  WS-RESP                    PIC S9(8) COMP.

       01  WS-FONCTION-DEMANDEE       PIC X(1).
           88  FONCTION-AJOUT         VALUE "A".
           88  FONCTION-MODIF         VALUE "C".
           88  FONCTION-SUPPRESSION   VALUE "D".
           88  FONCTION-CONSULTATION  VALUE "I".

       01  WS-MESSAGE                 PIC X(79).

       01  WS-IND-DATES-VALIDES       PIC X(1).
           88  DATES-VALIDES          VALUE "O".
           88  DATES-INVALIDES        VALUE "N".

       01  WS-IND-AFFICHER            PIC X(1).
           88  AFFICHER-AUTORISATION  VALUE "O".
           88  NE-PAS-AFFICHER        VALUE "N".

       01  WS-DATE-EFFET              PIC X(8).
       01  WS-DATE-EXPIRATION         PIC X(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(1).

       PROCEDURE DIVISION.

       0000-DEBUT.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 0100-ECRAN-INITIAL
                   PERFORM 0999-RETOUR-CONTINUER
               WHEN EIBAID = DFHPF3
                   PERFORM 0999-RETOUR-FIN
               WHEN OTHER
                   PERFORM 0200-TRAITER-ECRAN
                   PERFORM 0999-RETOUR-CONTINUER
           END-EVALUATE.

       0100-ECRAN-INITIAL.
           MOVE SPACES TO OPSMAPO
           MOVE "A=AUTORISER C=MODIF DATES D=RETIRER I=CONSULTER"
               TO MESSAGEO
           EXEC CICS SEND MAP('OPSMAP')
               MAPSET('OPSMAP')
               FROM(OPSMAPO)
               ERASE
           END-EXEC.

       0200-TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('OPSMAP')
               MAPSET('OPSMAP')
               INTO(OPSMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               PERFORM 0100-ECRAN-INITIAL
           ELSE
               SET NE-PAS-AFFICHER TO TRUE
               MOVE FONCTIONI TO WS-FONCTION-DEMANDEE
               MOVE SPACES TO OPS-ENREGISTREMENT
               MOVE IDOPERI TO OPS-ID-OPERATEUR
               MOVE SITEI TO OPS-CODE-SITE
               INSPECT OPS-CLE REPLACING ALL LOW-VALUE BY SPACE

               EVALUATE TRUE
                   WHEN OPS-ID-OPERATEUR = SPACES
                       OR OPS-CODE-SITE = SPACES
                       MOVE "ID OPERATEUR ET CODE SITE OBLIGATOIRES"
                           TO WS-MESSAGE
                   WHEN FONCTION-AJOUT
                       PERFORM 0300-AJOUTER-AUTORISATION
                   WHEN FONCTION-MODIF
                       PERFORM 0400-MODIFIER-AUTORISATION
                   WHEN FONCTION-SUPPRESSION
                       PERFORM 0500-RETIRER-AUTORISATION
                   WHEN FONCTION-CONSULTATION
                       PERFORM 0550-CONSULTER-AUTORISATION
                   WHEN OTHER
                       MOVE "FONCTION INVALIDE - A, C, D OU I ATTENDU"
                           TO WS-MESSAGE
               END-EVALUATE

               PERFORM 0600-REAFFICHER-ECRAN
           END-IF.

       0999-RETOUR-CONTINUER.
           EXEC CICS RETURN
               TRANSID('OPST')
           END-EXEC.

       0999-RETOUR-FIN.
           EXEC CICS RETURN
           END-EXEC.

      *    DATE D'EFFET A BLANC = DATE DU JOUR ; DATE D'EXPIRATION A
      *    BLANC = SANS LIMITE (99999999).
       0250-CONTROLER-DATES.
           SET DATES-VALIDES TO TRUE
           MOVE DATEFFI TO WS-DATE-EFFET
           MOVE DATEXPI TO WS-DATE-EXPIRATION
           INSPECT WS-DATE-EFFET REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DATE-EXPIRATION REPLACING ALL LOW-VALUE BY SPACE
           IF WS-DATE-EFFET = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-EFFET
           END-IF
           IF WS-DATE-EXPIRATION = SPACES
               MOVE "99999999" TO WS-DATE-EXPIRATION
           END-IF

           EVALUATE TRUE
               WHEN WS-DATE-EFFET NOT NUMERIC
                   MOVE "DATE D'EFFET INVALIDE - AAAAMMJJ ATTENDU"
                       TO WS-MESSAGE
                   SET DATES-INVALIDES TO TRUE
               WHEN WS-DATE-EXPIRATION NOT NUMERIC
                   MOVE "DATE D'EXPIRATION INVALIDE - AAAAMMJJ ATTENDU"
                       TO WS-MESSAGE
                   SET DATES-INVALIDES TO TRUE
               WHEN WS-DATE-EXPIRATION < WS-DATE-EFFET
                   MOVE "EXPIRATION ANTERIEURE A LA DATE D'EFFET"
                       TO WS-MESSAGE
                   SET DATES-INVALIDES TO TRUE
           END-EVALUATE.

       0300-AJOUTER-AUTORISATION.
           PERFORM 0250-CONTROLER-DATES
           IF DATES-VALIDES
               MOVE OPS-ID-OPERATEUR TO OPM-ID-OPERATEUR
               EXEC CICS READ FILE('OPERMAST')
                   INTO(OPM-ENREGISTREMENT)
                   RIDFLD(OPM-ID-OPERATEUR)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-DATE-EFFET TO OPS-DATE-EFFET
                   MOVE WS-DATE-EXPIRATION TO OPS-DATE-EXPIRATION
                   MOVE SPACES TO OPS-ORIGINE
                   MOVE EIBTRNID TO OPS-ORIGINE(1:4)
                   MOVE FUNCTION CURRENT-DATE TO OPS-HORODATAGE-MAJ

                   EXEC CICS WRITE FILE('OPERSITE')
                       FROM(OPS-ENREGISTREMENT)
                       RIDFLD(OPS-CLE)
                       RESP(WS-RESP)
                   END-EXEC

                   EVALUATE WS-RESP
                       WHEN DFHRESP(NORMAL)
                           MOVE "AUTORISATION ACCORDEE" TO WS-MESSAGE
                           SET AFFICHER-AUTORISATION TO TRUE
                       WHEN DFHRESP(DUPREC)
                           MOVE "AUTORISATION DEJA EXISTANTE"
                               TO WS-MESSAGE
                       WHEN OTHER
                           MOVE "ERREUR A L ECRITURE OPERATOR-SITE"
                               TO WS-MESSAGE
                   END-EVALUATE
               ELSE
                   MOVE "OPERATEUR INCONNU DANS OPERATOR-MASTER"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       0400-MODIFIER-AUTORISATION.
           PERFORM 0250-CONTROLER-DATES
           IF DATES-VALIDES
               EXEC CICS READ FILE('OPERSITE')
                   INTO(OPS-ENREGISTREMENT)
                   RIDFLD(OPS-CLE)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-DATE-EFFET TO OPS-DATE-EFFET
                   MOVE WS-DATE-EXPIRATION TO OPS-DATE-EXPIRATION
                   MOVE SPACES TO OPS-ORIGINE
                   MOVE EIBTRNID TO OPS-ORIGINE(1:4)
                   MOVE FUNCTION CURRENT-DATE TO OPS-HORODATAGE-MAJ

                   EXEC CICS REWRITE FILE('OPERSITE')
                       FROM(OPS-ENREGISTREMENT)
                       RESP(WS-RESP)
                   END-EXEC

                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE "AUTORISATION MODIFIEE" TO WS-MESSAGE
                       SET AFFICHER-AUTORISATION TO TRUE
                   ELSE
                       MOVE "ERREUR A LA MISE A JOUR OPERATOR-SITE"
                           TO WS-MESSAGE
                   END-IF
               ELSE
                   MOVE "AUTORISATION INEXISTANTE POUR CE SITE"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       0500-RETIRER-AUTORISATION.
           EXEC CICS READ FILE('OPERSITE')
               INTO(OPS-ENREGISTREMENT)
               RIDFLD(OPS-CLE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EXEC CICS DELETE FILE('OPERSITE')
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE "AUTORISATION RETIREE" TO WS-MESSAGE
                   ELSE
                       MOVE "ERREUR A LA SUPPRESSION OPERATOR-SITE"
                           TO WS-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "AUTORISATION INEXISTANTE POUR CE SITE"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "ERREUR A LA SUPPRESSION OPERATOR-SITE"
                       TO WS-MESSAGE
           END-EVALUATE.

       0550-CONSULTER-AUTORISATION.
           EXEC CICS READ FILE('OPERSITE')
               INTO(OPS-ENREGISTREMENT)
               RIDFLD(OPS-CLE)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE "AUTORISATION TROUVEE" TO WS-MESSAGE
                   SET AFFICHER-AUTORISATION TO TRUE
               WHEN DFHRESP(NOTFND)
                   MOVE "AUTORISATION INEXISTANTE POUR CE SITE"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "ERREUR A LA LECTURE OPERATOR-SITE"
                       TO WS-MESSAGE
           END-EVALUATE.

       0600-REAFFICHER-ECRAN.
           MOVE SPACES TO OPSMAPO
           IF AFFICHER-AUTORISATION
               MOVE OPS-ID-OPERATEUR TO IDOPERO
               MOVE OPS-CODE-SITE TO SITEO
               MOVE OPS-DATE-EFFET TO DATEFFO
               IF OPS-SANS-EXPIRATION
                   MOVE SPACES TO DATEXPO
               ELSE
                   MOVE OPS-DATE-EXPIRATION TO DATEXPO
               END-IF
               MOVE OPS-ORIGINE TO ORIGINEO
           END-IF
           MOVE WS-MESSAGE TO MESSAGEO
           EXEC CICS SEND MAP('OPSMAP')
               MAPSET('OPSMAP')
               FROM(OPSMAPO)
               ERASE
           END-EXEC.
