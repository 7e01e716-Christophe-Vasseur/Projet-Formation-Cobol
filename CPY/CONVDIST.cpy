      ****************************************************************
      *  ENREGISTREMENT CONVENTION DE DISTRIBUTION (FICHIER VSAM      *
      *  CONVDIG1) -- AUTORISE UNE MAISON DE MAISONG1 (SIREN) A       *
      *  VENDRE TOUT UN LABEL (LABELG1) OU UN ALBUM PRECIS (ALBUMG1)  *
      *  SUR UNE PERIODE, EVENTUELLEMENT EN EXCLUSIVITE. CLE = OBJET  *
      *  + SIREN + DATE DE DEBUT : LES CONTROLES DE VENTE PARCOURENT  *
      *  PAR PREFIXE OBJET TOUTES LES CONVENTIONS D UN ALBUM OU D UN  *
      *  LABEL. SANS CONVENTION EN VIGUEUR SUR L ALBUM OU SUR SON     *
      *  LABEL, LA SAISIE (PGMG1VE1) ET L EXPEDITION (CDEDEXPE) SONT  *
      *  REFUSEES, DE MEME QUE SI UNE AUTRE MAISON Y DETIENT UNE      *
      *  EXCLUSIVITE EN VIGUEUR ; CATALEXP N EXPORTE A CHAQUE MAISON  *
      *  QUE LES ALBUMS COUVERTS. MAINTENU PAR APIG1DN4 (SERVICE      *
      *  PGMG1VN4), LISTE PAR APIG1DN5                                *
      ****************************************************************
       01  E-CONVDIST.
           05 CN-CLE.
      *        'L' CONVENTION SUR UN LABEL, 'A' SUR UN ALBUM
               10 CN-TYPE-OBJET    PIC X(01).
                   88 CN-OBJET-LABEL       VALUE 'L'.
                   88 CN-OBJET-ALBUM       VALUE 'A'.
                   88 CN-OBJET-VALIDE      VALUE 'L' 'A'.
      *        CODE LABEL (3 CARACTERES, LA FIN A BLANC) OU CODEA
               10 CN-CODE-OBJET    PIC X(06).
               10 CN-SIREN         PIC X(05).
               10 CN-DATE-DEBUT    PIC 9(08).
      *    DERNIER JOUR DE VALIDITE (AAAAMMJJ) -- ZERO = SANS TERME
           05 CN-DATE-FIN          PIC 9(08).
      *    'O' LA MAISON EST SEULE AUTORISEE SUR L OBJET PENDANT LA
      *    PERIODE, 'N' CONVENTION NON EXCLUSIVE
           05 CN-EXCLUSIF          PIC X(01).
               88 CN-EXCLUSIVE         VALUE 'O'.
               88 CN-NON-EXCLUSIVE     VALUE 'N'.
               88 CN-EXCLUSIF-VALIDE   VALUE 'O' 'N'.
           05 CN-DATE-SAISIE       PIC 9(08).
           05 FILLER               PIC X(43).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN4 ET L ECRAN  *
      *  DE MAINTENANCE DES CONVENTIONS DE DISTRIBUTION (APIG1DN4)    *
      ****************************************************************
       01  W-CONVDIST.
           05 W-CN-TYPE-OBJET      PIC X(01).
           05 W-CN-CODE-OBJET      PIC X(06).
           05 W-CN-SIREN           PIC X(05).
           05 W-CN-DATE-DEBUT      PIC 9(08).
           05 W-CN-DATE-FIN        PIC 9(08).
           05 W-CN-EXCLUSIF        PIC X(01).
           05 W-CN-DATE-SAISIE     PIC 9(08).
      *    0 = CONSULTATION, 1 = CREATION / REMPLACEMENT,
      *    2 = SUPPRESSION
           05 W-CN-CODE-FONC       PIC 9(01).
      *    1 = OK, 2 = CONVENTION NON TROUVEE, 3 = DONNEES INVALIDES,
      *    4 = PROBLEME FICHIER, 5 = CONFLIT D EXCLUSIVITE AVEC UNE
      *    AUTRE MAISON SUR LA PERIODE
           05 W-CN-RC              PIC 9(01).
      *    MAISON EN CONFLIT (RC 5)
           05 W-CN-SIREN-CONFLIT   PIC X(05).
           05 FILLER               PIC X(36).
