
       FILE SECTION.
       FD  ACTIVITY-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  RETRIEVAL-REPORT
                   MOVE "ACCUEILLI SUR DEROGATION" TO RDT-LIBELLE
               WHEN 9040
                   MOVE "OPERATEUR NON ACTIF" TO RDT-LIBELLE
               WHEN 9045
                   MOVE "SITE NON AUTORISE" TO RDT-LIBELLE
               WHEN 9050
                   MOVE "REPRISE FORCEE" TO RDT-LIBELLE
               WHEN 9060
                   MOVE "RESET RUN-CONTROL" TO RDT-LIBELLE
               WHEN 9070
                   MOVE "BULLETIN REMIS" TO RDT-LIBELLE
               WHEN 9080
                   MOVE "REPOS INSUFFISANT - SIGNALE" TO RDT-LIBELLE
               WHEN 9085
                   MOVE "REPOS INSUFFISANT - BLOQUE" TO RDT-LIBELLE
               WHEN OTHER
                   MOVE "CODE NON REPERTORIE" TO RDT-LIBELLE
           END-EVALUATE
