      ****************************************************************
      *  ENREGISTREMENT MEMBRE DE GROUPE (FICHIER VSAM MEMBREG1) --   *
      *  RATTACHE UNE PERSONNE MEMBRE (PERSONG1) AU CODEP D UN GROUPE *
      *  TITULAIRE DE CONTRATS, AVEC SA PART EN POUR CENT DES DROITS  *
      *  DU GROUPE. CLE = GROUPE + MEMBRE + DATE D EFFET : UN CHANGE- *
      *  MENT DE FORMATION OU DE PART S ENREGISTRE EN CLOTURANT LA    *
      *  LIGNE EN COURS (MG-DATE-FIN) ET EN CREANT UNE NOUVELLE LIGNE *
      *  A LA DATE D EFFET DU CHANGEMENT. UNE PERIODE AAAAMM EST      *
      *  REPARTIE SELON LA FORMATION EN VIGUEUR EN FIN DE PERIODE :   *
      *  LIGNE ENTREE EN VIGUEUR AU PLUS TARD DANS LE MOIS ET SORTIE  *
      *  AU PLUS TOT LE MOIS SUIVANT. ROYALNET EN TIRE UNE REMISE     *
      *  PAR MEMBRE, ROYALSTM LA REPARTITION SUR LE RELEVE DU GROUPE. *
      *  CHARGE PAR MEMBLOAD                                          *
      ****************************************************************
       01  E-MEMBRE.
           05 MG-CLE.
               10 MG-CODEP-GROUPE  PIC X(06).
               10 MG-CODEP-MEMBRE  PIC X(06).
      *        DATE D EFFET (AAAAMMJJ) ET SA VUE MOIS (AAAAMM)
               10 MG-DATE-EFFET    PIC 9(08).
               10 MG-MOIS-EFFET REDEFINES MG-DATE-EFFET
                                   PIC 9(06).
      *    DATE DE SORTIE DU GROUPE (AAAAMMJJ), PREMIER JOUR OU LE
      *    MEMBRE N EN FAIT PLUS PARTIE -- ZERO TANT QU IL EN FAIT
      *    PARTIE
           05 MG-DATE-FIN          PIC 9(08).
           05 MG-MOIS-FIN REDEFINES MG-DATE-FIN
                                   PIC 9(06).
      *    PART DU MEMBRE EN POUR CENT DES DROITS DU GROUPE -- SI LES
      *    PARTS EN VIGUEUR NE FONT PAS 100, LA REPARTITION SE FAIT AU
      *    PRORATA DES PARTS DECLAREES
           05 MG-PART              PIC 9(03)V9(02).
      *    DATE DE DERNIERE MISE A JOUR PAR MEMBLOAD (AAAAMMJJ)
           05 MG-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(39).
