
       FILE SECTION.
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 177 CHARACTERS.
           COPY "chgjrnl.cpy".

       FD  OPERATOR-MASTER.
      *    D'ABORD CHARGEES EN TABLE PUIS PARCOURUES A REBOURS.
       01  WS-TABLE-ANNULATIONS.
           05  WS-NB-ANNULATIONS      PIC 9(4) VALUE ZERO.
           05  WS-ANN-IMAGE           PIC X(177) OCCURS 5000 TIMES.
       01  WS-ANN-IDX                 PIC 9(4).

       01  WS-COMPTEUR-LUS            PIC 9(8) VALUE ZERO.
