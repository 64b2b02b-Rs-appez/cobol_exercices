      ******************************************************************
      *    COPYBOOK  : CERTIF.CPY
      *    OBJET      : ENREGISTREMENTS DU FICHIER CERTIF (CAMPAGNES
      *                 DE RECERTIFICATION DES ACCES OPERATEUR :
      *                 UNE ENTETE PAR CAMPAGNE ET UNE LIGNE PAR
      *                 OPERATEUR ACTIF PHOTOGRAPHIE A L'OUVERTURE,
      *                 REGROUPEES PAR QUART)
      *    NOTE       : LA CLE EST CAMPAGNE + CODE QUART + ID
      *                 OPERATEUR ; L'ENTETE DE CAMPAGNE A QUART ET ID
      *                 A BLANC ET PRECEDE DONC SES LIGNES.
      *                 DECISION : E = A CERTIFIER, C = CONFIRME,
      *                 R = REVOQUE (SAISIE SOUS CERT OU FICHIER
      *                 CERTRET). RESULTAT POSITIONNE A LA CLOTURE :
      *                 M = MAINTENU, S = SUSPENDU, I = DEJA INACTIF.
      ******************************************************************
       01  CRT-CAMPAGNE.
           05  CRT-CAM-CLE.
               10  CRT-CAM-ID-CAMPAGNE PIC X(6).
               10  CRT-CAM-CODE-QUART  PIC X(1).
               10  CRT-CAM-ID-OPERATEUR PIC X(5).
           05  CRT-CAM-TYPE            PIC X(1).
               88  CRT-TYPE-CAMPAGNE   VALUE "C".
           05  CRT-CAM-ETAT            PIC X(1).
               88  CRT-CAMPAGNE-OUVERTE VALUE "O".
               88  CRT-CAMPAGNE-CLOSE  VALUE "F".
           05  CRT-CAM-DATE-OUVERTURE  PIC X(8).
           05  CRT-CAM-DATE-CLOTURE    PIC X(8).
           05  CRT-CAM-NB-OPERATEURS   PIC 9(8).
           05  FILLER                  PIC X(62).

       01  CRT-OPERATEUR.
           05  CRT-CLE.
               10  CRT-ID-CAMPAGNE     PIC X(6).
               10  CRT-CODE-QUART      PIC X(1).
               10  CRT-ID-OPERATEUR    PIC X(5).
           05  CRT-TYPE                PIC X(1).
               88  CRT-TYPE-OPERATEUR  VALUE "O".
           05  CRT-NOM-OPERATEUR       PIC X(20).
           05  CRT-CODE-LANGUE         PIC X(2).
           05  CRT-DERNIERE-CONNEXION  PIC X(8).
           05  CRT-DECISION            PIC X(1).
               88  CRT-A-CERTIFIER     VALUE "E".
               88  CRT-CONFIRME        VALUE "C".
               88  CRT-REVOQUE         VALUE "R".
           05  CRT-DECIDEUR            PIC X(8).
           05  CRT-HORODATAGE-DECISION PIC X(14).
           05  CRT-SOURCE-DECISION     PIC X(1).
               88  CRT-SOURCE-ECRAN    VALUE "E".
               88  CRT-SOURCE-FICHIER  VALUE "F".
           05  CRT-RESULTAT            PIC X(1).
               88  CRT-RES-MAINTENU    VALUE "M".
               88  CRT-RES-SUSPENDU    VALUE "S".
               88  CRT-RES-DEJA-INACTIF VALUE "I".
           05  FILLER                  PIC X(32).
