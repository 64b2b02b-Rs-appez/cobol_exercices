      *    DATE DU JOUR PAR DEFAUT), CHAQUE AJOUT / MODIFICATION /
      *    SUPPRESSION / MISE A JOUR DE CONNEXION AVEC LES IMAGES
      *    AVANT ET APRES DECODEES, PUIS LES TOTAUX PAR ACTION.
      *    LES MODIFICATIONS SOUMISES AU DOUBLE CONTROLE PORTENT LE
      *    DEMANDEUR ET L'APPROBATEUR.
      ******************************************************************

       ENVIRONMENT DIVISION.

       FILE SECTION.
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 177 CHARACTERS.
           COPY "chgjrnl.cpy".

       FD  CHANGE-REPORT
           05  CAC-ORIGINE            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CAC-LIBELLE-ACTION     PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CAC-LIB-DEMANDEUR      PIC X(10).
           05  CAC-DEMANDEUR          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CAC-LIB-APPROBATEUR    PIC X(12).
           05  CAC-APPROBATEUR        PIC X(8).
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-LIGNE-IMAGE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           MOVE CHJ-HORODATAGE(11:2) TO CAC-MINUTE
           MOVE CHJ-HORODATAGE(13:2) TO CAC-SECONDE
           MOVE CHJ-ORIGINE TO CAC-ORIGINE
           MOVE SPACES TO CAC-LIB-DEMANDEUR
           MOVE SPACES TO CAC-DEMANDEUR
           MOVE SPACES TO CAC-LIB-APPROBATEUR
           MOVE SPACES TO CAC-APPROBATEUR
           IF CHJ-DEMANDEUR NOT = SPACES
               MOVE "DEMANDEUR " TO CAC-LIB-DEMANDEUR
               MOVE CHJ-DEMANDEUR TO CAC-DEMANDEUR
           END-IF
           IF CHJ-APPROBATEUR NOT = SPACES
               MOVE "APPROBATEUR " TO CAC-LIB-APPROBATEUR
               MOVE CHJ-APPROBATEUR TO CAC-APPROBATEUR
           END-IF
           EVALUATE TRUE
               WHEN CHJ-AJOUT
                   ADD 1 TO WS-COMPTEUR-AJOUTS
