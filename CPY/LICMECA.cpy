      ****************************************************************
      *  ENREGISTREMENT LICENCE MECANIQUE (FICHIER VSAM LICMCG1) --   *
      *  UNE LIGNE PAR CHANSON (CHANSOG1) ECRITE HORS MAISON ET PAR   *
      *  EDITEUR TIERS QUI LA CONTROLE (EDITMG1), AVEC SA PART DE     *
      *  L OEUVRE ET LE TAUX DU PAR EXEMPLAIRE VENDU DE L ALBUM QUI   *
      *  LA PORTE. LA LIGNE EST CREEE DES QUE LA CHANSON EST CONNUE   *
      *  COMME EDITEE A L EXTERIEUR : TANT QUE LA LICENCE N EST PAS   *
      *  ACCORDEE (MQ-DATE-DEBUT A ZERO) OU HORS DE SES DATES, LES    *
      *  VENTES DE L ALBUM SONT SIGNALEES EN EXCEPTION PAR MECARPT    *
      *  AU LIEU D ETRE VALORISEES. CHARGE PAR LICMLOAD               *
      ****************************************************************
       01  E-LICMECA.
           05 MQ-CLE.
               10 MQ-CODEC         PIC X(06).
               10 MQ-CODE-EDITEUR  PIC X(04).
      *    PART DE L OEUVRE CONTROLEE PAR L EDITEUR (POUR CENT)
           05 MQ-PART              PIC 9(03)V9(02).
      *    DROIT MECANIQUE PAR EXEMPLAIRE VENDU, EN EUROS, POUR LA
      *    TOTALITE DE L OEUVRE (LA PART DE L EDITEUR S Y APPLIQUE)
           05 MQ-TAUX-UNITAIRE     PIC 9(03)V9(04).
      *    PERIODE DE VALIDITE DE LA LICENCE (AAAAMMJJ) -- DEBUT A
      *    ZERO TANT QU ELLE N EST PAS ACCORDEE, FIN A ZERO SANS
      *    ECHEANCE
           05 MQ-DATE-DEBUT        PIC 9(08).
           05 MQ-DATE-FIN          PIC 9(08).
      *    DATE DE DERNIERE MISE A JOUR PAR LICMLOAD (AAAAMMJJ)
           05 MQ-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(34).
