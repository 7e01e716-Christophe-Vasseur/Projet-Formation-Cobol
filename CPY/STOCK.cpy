      ****************************************************************
      *  ENREGISTREMENT STOCK PHYSIQUE (FICHIER VSAM STOCKG1)         *
      *  CLE = CODEA + FORMAT + DEPOT -- UNE LIGNE PAR DECLINAISON    *
      *  PHYSIQUE (CD, VINYLE) D UN ALBUM ET PAR SITE DE STOCKAGE     *
      *  (LES ALBUMS UNIQUEMENT DEMATERIALISES N ONT PAS DE LIGNE     *
      *  DANS CE FICHIER)                                             *
      ****************************************************************
      *  ST-QTE-DISPO EST DECREMENTE PAR PGMG1VE1 A CHAQUE VENTE      *
      *  NORMALE SUR LE SITE D EXPEDITION (DEPOT PRINCIPAL) ET        *
      *  INCREMENTE AU CENTRE DE RETOURS A CHAQUE RETOUR REVENDABLE   *
      *  (VE-MVT-RETOUR). LES QUANTITES PASSENT D UN SITE A L AUTRE   *
      *  PAR TRANSFERT (ECRAN APIG1DN3, MOUVEMENTS APPARIES DANS      *
      *  STKMVTG1).                                                   *
      *  ST-SEUIL-REORDER EST LE SEUIL EN-DESSOUS DUQUEL STOCKALR     *
      *  SIGNALE L ALBUM COMME A REAPPROVISIONNER -- SEUL LE SEUIL DE *
      *  LA LIGNE DU DEPOT PRINCIPAL EST EXAMINE (LES AUTRES SITES    *
      *  NE SONT PAS REAPPROVISIONNES PAR FABRICATION)                *
      *  ST-COUT-MOYEN EST LE COUT UNITAIRE MOYEN PONDERE DE LA       *
      *  DECLINAISON, RECALCULE PAR CDEFRECP A CHAQUE RECEPTION DE    *
      *  FABRICATION ; IL N EST PORTE QUE PAR LA LIGNE DU DEPOT       *
      *  PRINCIPAL ET VAUT POUR TOUS LES SITES (VALORISATION DE FIN   *
      *  DE MOIS STKVALO)                                             *
      ****************************************************************
       01  E-STOCK.
           05 ST-CODEA             PIC X(06).
      *    SUPPORT DE LA LIGNE DE STOCK -- 'C' CD, 'V' VINYLE ; UNE
      *    LIGNE PAR DECLINAISON PHYSIQUE DE L ALBUM (MEME
      *    CODIFICATION QUE VE-FORMAT SUR VENTES.cpy). SPACES SUR LES
      *    LIGNES CHARGEES AVANT L INTRODUCTION DU SUPPORT. 'M' POUR
      *    LE STOCK D UN ARTICLE DE MERCHANDISING (ST-CODEA PORTE
      *    ALORS LE CODE ARTICLE, CF MERCH.cpy)
           05 ST-FORMAT            PIC X(01).
               88 ST-FORMAT-CD         VALUE 'C'.
               88 ST-FORMAT-VINYLE     VALUE 'V'.
               88 ST-FORMAT-MERCH      VALUE 'M'.
      *    SITE DE STOCKAGE -- 'P' DEPOT PRINCIPAL (SITE D EXPEDITION
      *    DES VENTES ET DE RECEPTION DES FABRICATIONS), 'R' CENTRE DE
      *    RETOURS (RETOURS REVENDABLES, A RETRANSFERER VERS LE DEPOT
      *    PRINCIPAL), 'D' SITE DE DEBORD
           05 ST-DEPOT             PIC X(01).
               88 ST-DEPOT-PRINCIPAL   VALUE 'P'.
               88 ST-DEPOT-RETOURS     VALUE 'R'.
               88 ST-DEPOT-DEBORD      VALUE 'D'.
               88 ST-DEPOT-VALIDE      VALUE 'P' 'R' 'D'.
           05 ST-QTE-DISPO         PIC 9(07).
           05 ST-SEUIL-REORDER     PIC 9(07).
           05 ST-DATE-DERNIER-MVT  PIC X(08).
      *    A BLANC SUR LES LIGNES ANTERIEURES A LA VALORISATION (TRAITE
      *    COMME UN COUT NUL)
           05 ST-COUT-MOYEN        PIC 9(05)V9(04).
           05 FILLER               PIC X(41).

       01  E-ST-KEY REDEFINES E-STOCK PIC X(08).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-STOCK.
           05 O-ST-CODEA           PIC X(06).
           05 O-ST-FORMAT          PIC X(01).
           05 O-ST-DEPOT           PIC X(01).
           05 O-ST-QTE-DISPO       PIC 9(07).
           05 O-ST-SEUIL-REORDER   PIC 9(07).

       01  O-ST-KEY REDEFINES O-STOCK PIC X(22).
