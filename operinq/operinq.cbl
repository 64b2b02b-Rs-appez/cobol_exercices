
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-RBA                     PIC S9(8) COMP VALUE ZERO.
       01  WS-LONGUEUR-ACTIVITE       PIC S9(4) COMP VALUE 80.

       01  WS-COMMAREA.
           05  CA-ID-OPERATEUR        PIC X(5).
           END-IF.

       0350-LIRE-ACTIVITE.
           MOVE 80 TO WS-LONGUEUR-ACTIVITE
           EXEC CICS READNEXT FILE('USERACT')
               INTO(UAC-ENREGISTREMENT)
               RIDFLD(WS-RBA)
                   MOVE "ACCUEILLI SUR DEROGATION" TO WLA-LIBELLE
               WHEN 9040
                   MOVE "OPERATEUR NON ACTIF" TO WLA-LIBELLE
               WHEN 9045
                   MOVE "SITE NON AUTORISE" TO WLA-LIBELLE
               WHEN 9050
                   MOVE "REPRISE FORCEE" TO WLA-LIBELLE
               WHEN 9060
                   MOVE "RESET RUN-CONTROL" TO WLA-LIBELLE
               WHEN 9070
                   MOVE "BULLETIN REMIS" TO WLA-LIBELLE
               WHEN 9080
                   MOVE "REPOS INSUFFISANT - SIGNALE" TO WLA-LIBELLE
               WHEN 9085
                   MOVE "REPOS INSUFFISANT - BLOQUE" TO WLA-LIBELLE
               WHEN OTHER
                   MOVE "CODE NON REPERTORIE" TO WLA-LIBELLE
           END-EVALUATE.
