      ******************************************************************
      *    COPYBOOK  : CERTMAP.CPY
      *    OBJET      : MAPPE SYMBOLIQUE GENEREE PAR LE MAPSET CERTMAP
      *                 (ECRAN DE RECERTIFICATION DES ACCES)
      ******************************************************************
       01  CERTMAPI.
           02  FILLER                  PIC X(12).
           02  CAMPAGNL                COMP PIC S9(4).
           02  CAMPAGNF                PIC X.
           02  FILLER REDEFINES CAMPAGNF.
               03  CAMPAGNA            PIC X.
           02  CAMPAGNI                PIC X(6).
           02  QUARTL                  COMP PIC S9(4).
           02  QUARTF                  PIC X.
           02  FILLER REDEFINES QUARTF.
               03  QUARTA              PIC X.
           02  QUARTI                  PIC X(1).
           02  IDOPERL                 COMP PIC S9(4).
           02  IDOPERF                 PIC X.
           02  FILLER REDEFINES IDOPERF.
               03  IDOPERA             PIC X.
           02  IDOPERI                 PIC X(5).
           02  DECISIONL               COMP PIC S9(4).
           02  DECISIONF               PIC X.
           02  FILLER REDEFINES DECISIONF.
               03  DECISIONA           PIC X.
           02  DECISIONI               PIC X(1).
           02  NOMOPERL                COMP PIC S9(4).
           02  NOMOPERF                PIC X.
           02  FILLER REDEFINES NOMOPERF.
               03  NOMOPERA            PIC X.
           02  NOMOPERI                PIC X(20).
           02  DERNCNXL                COMP PIC S9(4).
           02  DERNCNXF                PIC X.
           02  FILLER REDEFINES DERNCNXF.
               03  DERNCNXA            PIC X.
           02  DERNCNXI                PIC X(8).
           02  ETATL                   COMP PIC S9(4).
           02  ETATF                   PIC X.
           02  FILLER REDEFINES ETATF.
               03  ETATA               PIC X.
           02  ETATI                   PIC X(12).
           02  DECIDRL                 COMP PIC S9(4).
           02  DECIDRF                 PIC X.
           02  FILLER REDEFINES DECIDRF.
               03  DECIDRA             PIC X.
           02  DECIDRI                 PIC X(8).
           02  MESSAGEL                COMP PIC S9(4).
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA            PIC X.
           02  MESSAGEI                PIC X(79).

       01  CERTMAPO REDEFINES CERTMAPI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  CAMPAGNO                PIC X(6).
           02  FILLER                  PIC X(3).
           02  QUARTO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  IDOPERO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  DECISIONO               PIC X(1).
           02  FILLER                  PIC X(3).
           02  NOMOPERO                PIC X(20).
           02  FILLER                  PIC X(3).
           02  DERNCNXO                PIC X(8).
           02  FILLER                  PIC X(3).
           02  ETATO                   PIC X(12).
           02  FILLER                  PIC X(3).
           02  DECIDRO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  MESSAGEO                PIC X(79).
