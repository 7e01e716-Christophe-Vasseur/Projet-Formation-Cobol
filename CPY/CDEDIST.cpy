      ****************************************************************
      *  ENREGISTREMENT LIGNE DE COMMANDE DISTRIBUTEUR (FICHIER VSAM  *
      *  CDEDIG1) -- CLE = SIREN DU DISTRIBUTEUR + NUMERO DE COMMANDE *
      *  + NUMERO DE LIGNE. SAISIE PAR L ECRAN APIG1DN2 (SERVICE      *
      *  PGMG1VN2) SANS AUCUN EFFET SUR LE STOCK NI SUR LA            *
      *  FACTURATION : C EST LE BATCH NOCTURNE CDEDEXPE QUI ALLOUE LE *
      *  DISPONIBLE DE STOCKG1, EDITE LE BON DE LIVRAISON, CREE LA    *
      *  LIGNE DE VENTE FACTUREE DANS VENTESG1 POUR LA SEULE QUANTITE *
      *  EXPEDIEE ET LAISSE LE RESTE EN RELIQUAT, REPRIS AUX PASSAGES *
      *  SUIVANTS. LES COMMANDES TROP ANCIENNES SONT EDITEES PAR      *
      *  CDEDVIEL                                                     *
      ****************************************************************
       01  E-CDEDIST.
           05 CD2-CLE.
               10 CD2-SIREN        PIC X(05).
               10 CD2-NUM-CDE      PIC 9(06).
               10 CD2-NUM-LIGNE    PIC 9(02).
           05 CD2-CODEA            PIC X(06).
      *    SUPPORT COMMANDE -- 'C' CD, 'V' VINYLE (MEME CODIFICATION
      *    QUE ST-FORMAT : SEULS LES SUPPORTS PHYSIQUES SE COMMANDENT)
           05 CD2-FORMAT           PIC X(01).
      *    CLIENT/ENSEIGNE FINAL (FACULTATIF, REPORTE SUR LA VENTE)
           05 CD2-CODE-CLIENT      PIC X(06).
           05 CD2-PRIX             PIC 9(05)V9(02).
           05 CD2-DEVISE           PIC X(03).
      *    QUANTITE COMMANDEE ET CUMUL DES QUANTITES EXPEDIEES
           05 CD2-QTE-CDE          PIC 9(05).
           05 CD2-QTE-EXPEDIEE     PIC 9(05).
      *    DATE DE LA COMMANDE ET DATE DE LA DERNIERE EXPEDITION
      *    (AAAAMMJJ)
           05 CD2-DATE-CDE         PIC 9(08).
           05 CD2-DATE-DERN-EXPED  PIC 9(08).
      *    'O' OUVERTE (RIEN EXPEDIE), 'R' EN RELIQUAT (EXPEDIEE EN
      *    PARTIE), 'S' SOLDEE (TOUT EXPEDIE), 'A' ANNULEE (LE RESTE
      *    A EXPEDIER EST ABANDONNE)
           05 CD2-STATUT           PIC X(01).
               88 CD2-OUVERTE          VALUE 'O'.
               88 CD2-RELIQUAT         VALUE 'R'.
               88 CD2-SOLDEE           VALUE 'S'.
               88 CD2-ANNULEE          VALUE 'A'.
               88 CD2-A-SERVIR         VALUE 'O' 'R'.
           05 FILLER               PIC X(17).

       01  E-CD2-KEY REDEFINES E-CDEDIST PIC X(13).

      ****************************************************************
      *  ZONE DE TRAVAIL PARTAGEE PAR LE SERVICE PGMG1VN2 ET L ECRAN  *
      *  DE SAISIE DES COMMANDES DISTRIBUTEURS (APIG1DN2)             *
      ****************************************************************
       01  W-CDEDIST.
           05 W-CD2-SIREN          PIC X(05).
           05 W-CD2-NUM-CDE        PIC 9(06).
           05 W-CD2-NUM-LIGNE      PIC 9(02).
           05 W-CD2-CODEA          PIC X(06).
           05 W-CD2-FORMAT         PIC X(01).
           05 W-CD2-CODE-CLIENT    PIC X(06).
           05 W-CD2-PRIX           PIC 9(05)V9(02).
           05 W-CD2-DEVISE         PIC X(03).
           05 W-CD2-QTE-CDE        PIC 9(05).
           05 W-CD2-QTE-EXPEDIEE   PIC 9(05).
           05 W-CD2-DATE-CDE       PIC 9(08).
           05 W-CD2-STATUT         PIC X(01).
      *    0 = CONSULTATION, 1 = CREATION D UNE LIGNE, 2 = ANNULATION
      *    DU RESTE A EXPEDIER
           05 W-CD2-CODE-FONC      PIC 9(01).
      *    1 = OK, 2 = LIGNE NON TROUVEE, 3 = DONNEES INVALIDES,
      *    4 = PROBLEME FICHIER, 5 = LIGNE DEJA EXISTANTE,
      *    6 = LIGNE DEJA SOLDEE OU ANNULEE, 7 = ALBUM BLOQUE
           05 W-CD2-RC             PIC 9(01).
           05 FILLER               PIC X(23).
