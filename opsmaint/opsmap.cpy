      ******************************************************************
      *    COPYBOOK  : OPSMAP.CPY
      *    OBJET      : MAPPE SYMBOLIQUE GENEREE PAR LE MAPSET OPSMAP
      *                 (ECRAN DE MAINTENANCE OPERATOR-SITE)
      ******************************************************************
       01  OPSMAPI.
           02  FILLER                  PIC X(12).
           02  FONCTIONL               COMP PIC S9(4).
           02  FONCTIONF               PIC X.
           02  FILLER REDEFINES FONCTIONF.
               03  FONCTIONA           PIC X.
           02  FONCTIONI               PIC X(1).
           02  IDOPERL                 COMP PIC S9(4).
           02  IDOPERF                 PIC X.
           02  FILLER REDEFINES IDOPERF.
               03  IDOPERA             PIC X.
           02  IDOPERI                 PIC X(5).
           02  SITEL                   COMP PIC S9(4).
           02  SITEF                   PIC X.
           02  FILLER REDEFINES SITEF.
               03  SITEA               PIC X.
           02  SITEI                   PIC X(3).
           02  DATEFFL                 COMP PIC S9(4).
           02  DATEFFF                 PIC X.
           02  FILLER REDEFINES DATEFFF.
               03  DATEFFA             PIC X.
           02  DATEFFI                 PIC X(8).
           02  DATEXPL                 COMP PIC S9(4).
           02  DATEXPF                 PIC X.
           02  FILLER REDEFINES DATEXPF.
               03  DATEXPA             PIC X.
           02  DATEXPI                 PIC X(8).
           02  ORIGINEL                COMP PIC S9(4).
           02  ORIGINEF                PIC X.
           02  FILLER REDEFINES ORIGINEF.
               03  ORIGINEA            PIC X.
           02  ORIGINEI                PIC X(8).
           02  MESSAGEL                COMP PIC S9(4).
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA            PIC X.
           02  MESSAGEI                PIC X(79).

       01  OPSMAPO REDEFINES OPSMAPI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  FONCTIONO               PIC X(1).
           02  FILLER                  PIC X(3).
           02  IDOPERO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  SITEO                   PIC X(3).
           02  FILLER                  PIC X(3).
           02  DATEFFO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  DATEXPO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  ORIGINEO                PIC X(8).
           02  FILLER                  PIC X(3).
           02  MESSAGEO                PIC X(79).
