               88  REJ-FORMAT-INVALIDE VALUE 10.
               88  REJ-DOUBLON         VALUE 20.
               88  REJ-INCONNU         VALUE 30.
               88  REJ-SITE-NON-AUTORISE VALUE 40.
