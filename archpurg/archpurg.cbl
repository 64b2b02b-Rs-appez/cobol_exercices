       01  GRK-ENREGISTREMENT          PIC X(132).

       FD  USER-ACTIVITY
           RECORD CONTAINS 80 CHARACTERS.
           COPY "useract.cpy".

       FD  ACTIVITY-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
       01  UAA-ENREGISTREMENT          PIC X(80).

       FD  ACTIVITY-CONSERVE
           RECORD CONTAINS 80 CHARACTERS.
       01  UAK-ENREGISTREMENT          PIC X(80).

       FD  PURGE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
