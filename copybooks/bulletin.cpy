      ******************************************************************
      *    COPYBOOK  : BULLETIN.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER BULLETIN
      *                 (BULLETINS D'EXPLOITATION REMIS AVEC L'ACCUEIL :
      *                 UN ENTETE PAR BULLETIN - PERIODE DE VALIDITE ET
      *                 LIMITATION EVENTUELLE A UN SITE ET/OU UN QUART -
      *                 SUIVI D'UNE LIGNE DE TEXTE PAR CODE LANGUE)
      *    NOTE       : FICHIER TRIE PAR ID BULLETIN, ENTETE EN TETE.
      *                 SITE OU QUART A BLANC = TOUS LES SITES OU TOUS
      *                 LES QUARTS. SANS TEXTE DANS LA LANGUE DE
      *                 L'OPERATEUR, LE PREMIER TEXTE DU BULLETIN EST
      *                 REMIS.
      ******************************************************************
       01  BUL-ENTETE.
           05  BUL-ID-BULLETIN         PIC X(6).
           05  BUL-TYPE                PIC X(1).
               88  BUL-TYPE-ENTETE     VALUE "E".
               88  BUL-TYPE-TEXTE      VALUE "T".
           05  BUL-DATE-DEBUT          PIC X(8).
           05  BUL-DATE-FIN            PIC X(8).
           05  BUL-CODE-SITE           PIC X(3).
           05  BUL-CODE-QUART          PIC X(1).
           05  BUL-TITRE               PIC X(40).
           05  FILLER                  PIC X(33).

       01  BUL-TEXTE.
           05  BUL-TXT-ID-BULLETIN     PIC X(6).
           05  BUL-TXT-TYPE            PIC X(1).
           05  BUL-TXT-CODE-LANGUE     PIC X(2).
           05  BUL-TXT-LIBELLE         PIC X(70).
           05  FILLER                  PIC X(21).
