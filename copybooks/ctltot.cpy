      ******************************************************************
      *    COPYBOOK  : CTLTOT.CPY
      *    OBJET      : ENREGISTREMENT DU FICHIER CONTROL-TOTALS
      *                 (GRAND LIVRE DES TOTAUX DE CONTROLE DE LA
      *                 CHAINE : CHAQUE ETAPE Y DEPOSE SES COMPTEURS
      *                 D'ENTREE ET DE SORTIE POUR LA DATE D'AFFAIRES ;
      *                 EXPLOITE PAR CHAINBAL POUR LE BILAN DE CHAINE)
      *    NOTE       : LA CLE EST DATE + ETAPE + CLE SECONDAIRE (CODE
      *                 SITE, OU ESPACES POUR LE TOTAL DE L'ETAPE).
      *                 UN NOUVEAU PASSAGE REMPLACE LE PRECEDENT.
      *                 ENTREES  : ENREGISTREMENTS RECUS PAR L'ETAPE
      *                 SORTIES  : ENREGISTREMENTS TRANSMIS A LA SUITE
      *                 REJETS   : ENREGISTREMENTS REJETES
      *                 ECARTES  : AUTRES ENREGISTREMENTS NON TRANSMIS
      *                 HASH     : TOTAL DE HACHAGE DES IDS (TIMEEXT)
      ******************************************************************
       01  CTL-ENREGISTREMENT.
           05  CTL-CLE.
               10  CTL-DATE-AFFAIRES   PIC X(8).
               10  CTL-ETAPE           PIC X(8).
               10  CTL-CLE-SECONDAIRE  PIC X(3).
           05  CTL-ENTREES             PIC 9(8).
           05  CTL-SORTIES             PIC 9(8).
           05  CTL-REJETS              PIC 9(8).
           05  CTL-ECARTES             PIC 9(8).
           05  CTL-HASH                PIC 9(15).
           05  CTL-HORODATAGE          PIC X(14).
