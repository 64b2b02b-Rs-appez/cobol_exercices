      *    COPYBOOK  : RUNCONSM.CPY
      *    OBJET      : MAPPE SYMBOLIQUE GENEREE PAR LE MAPSET
      *                 RUNCONSM (CONSOLE D'EXPLOITATION DU FICHIER
      *                 RUN-CONTROL PAR SITE ET DU DERNIER CHECKPOINT
      *                 POUR LE SUPERVISEUR D'ASTREINTE)
      ******************************************************************
       01  RUNCONSMI.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES DATERSTF.
               03  DATERSTA            PIC X.
           02  DATERSTI                PIC X(8).
           02  SITERSTL                COMP PIC S9(4).
           02  SITERSTF                PIC X.
           02  FILLER REDEFINES SITERSTF.
               03  SITERSTA            PIC X.
           02  SITERSTI                PIC X(3).
           02  LIGNE1L                 COMP PIC S9(4).
           02  LIGNE1F                 PIC X.
           02  FILLER REDEFINES LIGNE1F.
           02  FILLER                  PIC X(3).
           02  DATERSTO                PIC X(8).
           02  FILLER                  PIC X(3).
           02  SITERSTO                PIC X(3).
           02  FILLER                  PIC X(3).
           02  LIGNE1O                 PIC X(70).
           02  FILLER                  PIC X(3).
           02  LIGNE2O                 PIC X(70).
