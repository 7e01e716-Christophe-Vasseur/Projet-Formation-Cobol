      ****************************************************************
      *  ENREGISTREMENT MODIFICATION SENSIBLE EN ATTENTE DE           *
      *  VALIDATION (FICHIER VSAM MODATTG1) -- DOUBLE CONTROLE SUR    *
      *  LES COORDONNEES BANCAIRES D UN AYANT DROIT (BNQPERG1,        *
      *  DEPOSEES PAR BNQLOAD), LE TAUX DE DROITS D UN CONTRAT        *
      *  (E-CO-DROITS, PGMG1VD4) ET LA LIMITE DE CREDIT D UNE MAISON  *
      *  DE DISTRIBUTION (MA-LIMITE-CREDIT, PGMG1VF4). LA VALEUR EN   *
      *  PLACE N EST PAS MODIFIEE A LA SAISIE : ELLE NE L EST QU A    *
      *  LA VALIDATION PAR UN SUPERVISEUR AUTRE QUE LE DEMANDEUR      *
      *  (ECRAN APIG1DM6, SERVICE PGMG1VM6). L ENREGISTREMENT EST     *
      *  CONSERVE APRES DECISION POUR L ETAT DES DECISIONS (MODATRPT) *
      *  ET LE DELAI DE CARENCE DES NOUVELLES COORDONNEES (ROYALSET)  *
      ****************************************************************
       01  E-MODATT.
      *    CLE = NATURE + CLE DE L ENREGISTREMENT VISE + HORODATAGE
      *    DE LA DEMANDE ; LE NUMERO D ORDRE DEPARTAGE DEUX DEMANDES
      *    SUR LE MEME ENREGISTREMENT DANS LA MEME SECONDE
           05 MV-CLE.
               10 MV-TYPE-MODIF    PIC X(01).
                   88 MV-COORD-BANCAIRES   VALUE 'B'.
                   88 MV-TAUX-DROITS       VALUE 'D'.
                   88 MV-LIMITE-CREDIT     VALUE 'L'.
      *        CODEP (BNQPERG1), CLE CONTRAT CODEA + CODEP + SIREN
      *        (CONTRAG1) OU SIREN (MAISONG1), CADRE A GAUCHE
               10 MV-CLE-ENREG     PIC X(17).
               10 MV-DATE-DEMANDE  PIC 9(08).
               10 MV-HEURE-DEMANDE PIC 9(06).
               10 MV-NUM-ORDRE     PIC 9(02).
           05 MV-OPER-DEMANDE      PIC X(08).
           05 MV-PGM-DEMANDE       PIC X(08).
      *    VALEUR EN PLACE A LA DEMANDE ET VALEUR DEMANDEE -- A LA
      *    VALIDATION, LA VALEUR EN PLACE DOIT ETRE TOUJOURS LA MEME
      *    (SINON LA DEMANDE EST PERIMEE ET DOIT ETRE REJETEE).
      *    COORDONNEES A SPACES EN AVANT = PREMIERE SAISIE
           05 MV-VALEUR-AVANT      PIC X(45).
           05 MV-AVANT-BNQ REDEFINES MV-VALEUR-AVANT.
               10 MV-AV-IBAN       PIC X(34).
               10 MV-AV-BIC        PIC X(11).
           05 MV-AVANT-DROITS REDEFINES MV-VALEUR-AVANT.
               10 MV-AV-DROITS     PIC 9(03)V9(02).
               10 FILLER           PIC X(40).
           05 MV-AVANT-LIMITE REDEFINES MV-VALEUR-AVANT.
               10 MV-AV-LIMITE     PIC 9(09)V9(02).
               10 FILLER           PIC X(34).
           05 MV-VALEUR-APRES      PIC X(45).
           05 MV-APRES-BNQ REDEFINES MV-VALEUR-APRES.
               10 MV-AP-IBAN       PIC X(34).
               10 MV-AP-BIC        PIC X(11).
           05 MV-APRES-DROITS REDEFINES MV-VALEUR-APRES.
               10 MV-AP-DROITS     PIC 9(03)V9(02).
               10 FILLER           PIC X(40).
           05 MV-APRES-LIMITE REDEFINES MV-VALEUR-APRES.
               10 MV-AP-LIMITE     PIC 9(09)V9(02).
               10 FILLER           PIC X(34).
      *    'A' EN ATTENTE, 'V' VALIDEE (VALEUR APPLIQUEE), 'R' REJETEE
           05 MV-STATUT            PIC X(01).
               88 MV-EN-ATTENTE        VALUE 'A'.
               88 MV-VALIDEE           VALUE 'V'.
               88 MV-REJETEE           VALUE 'R'.
           05 MV-OPER-DECISION     PIC X(08).
           05 MV-DATE-DECISION     PIC 9(08).
           05 MV-HEURE-DECISION    PIC 9(06).
           05 FILLER               PIC X(07).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VM6 ET L ECRAN  *
      *  DE VALIDATION DES MODIFICATIONS SENSIBLES (APIG1DM6)         *
      ****************************************************************
       01  W-MODATT.
           05 W-MV-CLE             PIC X(34).
      *    'V' VALIDER, 'R' REJETER
           05 W-MV-DECISION        PIC X(01).
      *    1 = OK, 2 = DEMANDE INTROUVABLE, 3 = DEMANDE DEJA TRAITEE,
      *    4 = PROBLEME FICHIER, 5 = OPERATEUR NON SUPERVISEUR,
      *    6 = VALIDATION PAR LE DEMANDEUR LUI-MEME, 7 = VALEUR EN
      *    PLACE MODIFIEE DEPUIS LA DEMANDE, 8 = ENREGISTREMENT VISE
      *    INTROUVABLE
           05 W-MV-RC              PIC 9(01).
           05 FILLER               PIC X(16).
