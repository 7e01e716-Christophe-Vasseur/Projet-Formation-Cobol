      ****************************************************************
       01  E-ROYLIT.
           05 LT-CLE.
               10 LT-CODEA         PIC X(06).
               10 LT-CODEP         PIC X(06).
               10 LT-SIREN         PIC X(05).
               10 LT-PERIODE       PIC 9(06).
      *    'O' OUVERT, 'E' EN EXAMEN, 'R' RESOLU (PAIEMENT LIBERE)
           05 LT-DATE-OUVERTURE    PIC 9(08).
           05 LT-DATE-RESOLUTION   PIC 9(08).
           05 LT-ANNOTATION        PIC X(30).
           05 FILLER               PIC X(10).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VK2 ET L ECRAN  *
      *  DES LITIGES DE DROITS (APIG1DK3)                             *
      ****************************************************************
       01  W-ROYLIT.
           05 W-LT-CODEA           PIC X(06).
           05 W-LT-CODEP           PIC X(06).
           05 W-LT-SIREN           PIC X(05).
           05 W-LT-PERIODE         PIC 9(06).
           05 W-LT-STATUT          PIC X(01).
      *    1 = OK, 2 = NON TROUVE, 3 = LIGNE ROYALLG1 INCONNUE,
      *    4 = DOSSIER DEJA OUVERT, 5 = PROBLEME FICHIER
           05 W-LT-RC              PIC 9(01).
           05 FILLER               PIC X(08).
