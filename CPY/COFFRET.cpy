      ****************************************************************
      *  ENREGISTREMENT COMPOSANT DE COFFRET (FICHIER VSAM COFFRG1)   *
      *  -- UN COFFRET/LOT EST UN ALBUM D ALBUMG1 (CODE ET TITRE      *
      *  PROPRES, FACTURE SUR UNE LIGNE) COMPOSE D ALBUMS EXISTANTS.  *
      *  UN ENREGISTREMENT PAR ALBUM COMPOSANT, CLE = CODE DU COFFRET *
      *  + RANG DU COMPOSANT (01 A 20). A LA VENTE, PGMG1VE1 ET       *
      *  CDEDEXPE ECLATENT LE COFFRET EN LIGNES DE VENTE COMPOSANTS   *
      *  (CF VE-LIGNE-COMPOSANT SUR VENTES.cpy) QUI PORTENT LE STOCK, *
      *  LES REDEVANCES ET LES CERTIFICATIONS. CHARGE PAR COFFLOAD    *
      ****************************************************************
       01  E-COFFRET.
           05 CO-CLE.
               10 CO-CODE-COFFRET  PIC X(06).
               10 CO-RANG          PIC 9(02).
      *    ALBUM COMPOSANT (AL-CODEA) ET NOMBRE D EXEMPLAIRES DE CET
      *    ALBUM DANS UN COFFRET
           05 CO-CODEA             PIC X(06).
           05 CO-QTE-PAR-COFFRET   PIC 9(02).
      *    QUOTE-PART DU PRIX DU COFFRET ATTRIBUEE AU COMPOSANT, EN
      *    POURCENTAGE -- LE TOTAL DES COMPOSANTS D UN COFFRET FAIT
      *    100 (CONTROLE PAR COFFLOAD) ; LE DERNIER COMPOSANT ABSORBE
      *    L ARRONDI POUR QUE LES LIGNES REFASSENT LE PRIX DU COFFRET
           05 CO-PART-PRIX         PIC 9(03)V9(02).
           05 FILLER               PIC X(59).
