      *  -- UNE LIGNE PAR MOUVEMENT DERRIERE LE SOLDE UNIQUE DE       *
      *  STOCKG1 : DECREMENT DE VENTE ET RE-INCREMENT DE RETOUR       *
      *  (PGMG1VE1), REAPPROVISIONNEMENT (STOCKLOAD), AJUSTEMENT      *
      *  D INVENTAIRE, RECEPTION DE FABRICATION (CDEFRECP),           *
      *  TRANSFERT ENTRE SITES (PGMG1VN3). CLE = ALBUM + SUPPORT +    *
      *  DEPOT + DATE + HEURE + SEQUENCE. CONSULTE PAR L ECRAN DE     *
      *  MOUVEMENTS (APIG1DM1) ET RAPPROCHE DU SOLDE PAR LE RAPPORT   *
      *  MENSUEL STKMVTRP                                             *
      ****************************************************************
       01  E-STOCKMVT.
           05 SM-CLE.
               10 SM-CODEA         PIC X(06).
               10 SM-FORMAT        PIC X(01).
      *    SITE DE STOCKAGE MOUVEMENTE (MEME CODIFICATION QUE ST-DEPOT
      *    SUR STOCK.cpy)
               10 SM-DEPOT         PIC X(01).
               10 SM-DATE          PIC 9(08).
               10 SM-HEURE         PIC X(08).
               10 SM-SEQ           PIC 9(02).
      *    NATURE DU MOUVEMENT -- 'V' VENTE, 'R' RETOUR REVENDABLE,
      *    'C' CHARGEMENT/REAPPROVISIONNEMENT, 'I' AJUSTEMENT
      *    D INVENTAIRE, 'F' RECEPTION D UNE COMMANDE DE FABRICATION
      *    (CF CDEFAB.cpy), 'T' TRANSFERT ENTRE SITES (UN MOUVEMENT
      *    '-' AU SITE DE DEPART ET UN MOUVEMENT '+' AU SITE
      *    D ARRIVEE, DE MEME HORODATAGE ET DE MEME REFERENCE)
           05 SM-TYPE-MVT          PIC X(01).
               88 SM-MVT-VENTE         VALUE 'V'.
               88 SM-MVT-RETOUR        VALUE 'R'.
               88 SM-MVT-CHARGEMENT    VALUE 'C'.
               88 SM-MVT-INVENTAIRE    VALUE 'I'.
               88 SM-MVT-RECEPTION     VALUE 'F'.
               88 SM-MVT-TRANSFERT     VALUE 'T'.
      *    SENS DU MOUVEMENT SUR LE DISPONIBLE ('+' OU '-')
           05 SM-SENS              PIC X(01).
           05 SM-QTE               PIC 9(07).
      *    REFERENCE D ORIGINE -- CLE DE LA VENTE/RETOUR, CARTE DE
      *    CHARGEMENT, FEUILLE D INVENTAIRE, COMMANDE DE FABRICATION
      *    OU TRANSFERT (SITES DE DEPART ET D ARRIVEE)
           05 SM-REFERENCE         PIC X(21).
           05 FILLER               PIC X(24).
