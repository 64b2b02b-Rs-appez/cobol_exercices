      ******************************************************************
      *    COPYBOOK  : OPAPMAP.CPY
      *    OBJET      : MAPPE SYMBOLIQUE GENEREE PAR LE MAPSET OPAPMAP
      *                 (ECRAN D'APPROBATION DES DEMANDES OPMPEND)
      ******************************************************************
       01  OPAPMAPI.
           02  FILLER                  PIC X(12).
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
           02  HORODEML                COMP PIC S9(4).
           02  HORODEMF                PIC X.
           02  FILLER REDEFINES HORODEMF.
               03  HORODEMA            PIC X.
           02  HORODEMI                PIC X(14).
           02  ACTIONL                 COMP PIC S9(4).
           02  ACTIONF                 PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA             PIC X.
           02  ACTIONI                 PIC X(12).
           02  DEMANDRL                COMP PIC S9(4).
           02  DEMANDRF                PIC X.
           02  FILLER REDEFINES DEMANDRF.
               03  DEMANDRA            PIC X.
           02  DEMANDRI                PIC X(8).
           02  NOMOPERL                COMP PIC S9(4).
           02  NOMOPERF                PIC X.
           02  FILLER REDEFINES NOMOPERF.
               03  NOMOPERA            PIC X.
           02  NOMOPERI                PIC X(20).
           02  STATAVL                 COMP PIC S9(4).
           02  STATAVF                 PIC X.
           02  FILLER REDEFINES STATAVF.
               03  STATAVA             PIC X.
           02  STATAVI                 PIC X(1).
           02  STATAPL                 COMP PIC S9(4).
           02  STATAPF                 PIC X.
           02  FILLER REDEFINES STATAPF.
               03  STATAPA             PIC X.
           02  STATAPI                 PIC X(1).
           02  MESSAGEL                COMP PIC S9(4).
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA            PIC X.
           02  MESSAGEI                PIC X(79).

       01  OPAPMAPO REDEFINES OPAPMAPI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  IDOPERO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  DECISIONO               PIC X(1).
           02  FILLER                  PIC X(3).
           02  HORODEMO                PIC X(14).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(12).
           02  FILLER                  PIC X(3).
           02  DEMANDRO                PIC X(8).
           02  FILLER                  PIC X(3).
           02  NOMOPERO                PIC X(20).
           02  FILLER                  PIC X(3).
           02  STATAVO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  STATAPO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  MESSAGEO                PIC X(79).
