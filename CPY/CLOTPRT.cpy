      ****************************************************************
      *  FICHIER PARTIEL D UN FLUX CLOTMOIS EN MODE TRANCHE (FICHIER  *
      *  SEQUENTIEL DDCLOPRT, UN PAR FLUX) -- ECRIT EN FIN NORMALE DU *
      *  FLUX : LE CA DU MOIS DE CHAQUE LABEL DANS L ORDRE OU LA      *
      *  TRANCHE LES A RENCONTRES (TYPE 'L'), PUIS UN ENREGISTREMENT  *
      *  DE CONTROLE (TYPE 'C') PORTANT LA TRANCHE ET LES CUMULS DU   *
      *  RAPPORT. CLOTMRG CONTROLE LA COUVERTURE DES TRANCHES, CUMULE *
      *  LES FLUX, EDITE LE RAPPORT ET POSE LE VERROU DE PERIODE      *
      ****************************************************************
       01  E-CLOTPRT.
      *    CLE DE FUSION -- DEBUT DE TRANCHE (SPACES POUR LA PREMIERE)
      *    + NUMERO D ORDRE DE L ENREGISTREMENT DANS LE FLUX
           05 CP-ALB-DEBUT          PIC X(06).
           05 CP-SEQ                PIC 9(05).
               88 CP-SEQ-CONTROLE       VALUE 99999.
           05 CP-TYPE               PIC X(01).
               88 CP-LABEL              VALUE 'L'.
               88 CP-CONTROLE           VALUE 'C'.
           05 CP-DONNEES            PIC X(120).
      *    CA DU MOIS D UN LABEL SUR LA TRANCHE (SPACES = ALBUMS HORS
      *    GESTION MULTI-LABELS)
           05 CP-ZONES-LABEL REDEFINES CP-DONNEES.
               10 CP-L-CODE             PIC X(03).
               10 CP-L-CA-MOIS          PIC 9(11)V9(02).
               10 FILLER                PIC X(104).
      *    ENREGISTREMENT DE CONTROLE -- TRANCHE [DEBUT, FIN[ (FIN A
      *    SPACES POUR LA DERNIERE), PERIODE CLOTUREE ET CUMULS DE LA
      *    TRANCHE ; CONTRATS ET ALBUMS SONT CEUX DE LA TRANCHE, TOUS
      *    STATUTS, POUR LE CONTROLE DE COUVERTURE
           05 CP-ZONES-CONTROLE REDEFINES CP-DONNEES.
               10 CP-C-ALB-DEBUT        PIC X(06).
               10 CP-C-ALB-FIN          PIC X(06).
               10 CP-C-PERIODE          PIC 9(06).
               10 CP-C-NB-VENTES-TOTAL  PIC 9(07).
               10 CP-C-NB-VENTES-MOIS   PIC 9(07).
               10 CP-C-CA-MOIS          PIC 9(11)V9(02).
               10 CP-C-QTE-MOIS         PIC 9(09).
               10 CP-C-CA-GENERAL       PIC 9(11)V9(02).
               10 CP-C-QTE-GENERAL      PIC 9(09).
               10 CP-C-NB-CONTRATS      PIC 9(07).
               10 CP-C-NB-SIGNES-MOIS   PIC 9(07).
               10 CP-C-NB-EXPIRES-MOIS  PIC 9(07).
               10 CP-C-NB-ALBUMS        PIC 9(05).
               10 CP-C-CA-NON-VENTILE   PIC 9(11)V9(02).
               10 FILLER                PIC X(05).
