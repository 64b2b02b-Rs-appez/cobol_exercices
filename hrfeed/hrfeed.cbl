           COPY "opermast.cpy".

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 177 CHARACTERS.
           COPY "chgjrnl.cpy".

       FD  HR-APPLY-REPORT
           MOVE WS-NOM-VALIDE TO OPM-NOM-OPERATEUR
           MOVE HRT-CODE-QUART TO OPM-CODE-QUART
           MOVE HRT-CODE-LANGUE TO OPM-CODE-LANGUE
           MOVE "A" TO OPM-STATUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPM-DATE-EFFET-STATUT

       7000-JOURNALISER.
           MOVE FUNCTION CURRENT-DATE TO CHJ-HORODATAGE
           MOVE WS-NOM-JOB TO CHJ-ORIGINE
           MOVE SPACES TO CHJ-DEMANDEUR
           MOVE SPACES TO CHJ-APPROBATEUR
           WRITE CHJ-ENREGISTREMENT
           IF NOT CHGJRNL-OK
               DISPLAY "ERREUR ECRITURE CHANGE-JOURNAL POUR "
