      ****************************************************************
      *  FICHIER PARTIEL D UN FLUX ROYALRPT EN MODE TRANCHE (FICHIER  *
      *  SEQUENTIEL DDROYPRT, UN PAR FLUX) -- ROYALRPT LANCE SUR UNE  *
      *  TRANCHE DE CODES ALBUM N ECRIT NI L EXTRAIT PAYABLE, NI LE   *
      *  GRAND LIVRE, NI LES RESERVES : CHAQUE ECRITURE Y EST         *
      *  DEPOSEE, NUMEROTEE DANS L ORDRE DU FLUX, ET ROYALMRG LES     *
      *  APPLIQUE APRES AVOIR CONTROLE QUE LES TRANCHES COUVRENT      *
      *  TOUT LE FICHIER CONTRAT UNE FOIS ET UNE SEULE.               *
      *  APRES UNE REPRISE, LES ECRITURES REFAITES DEPUIS LE DERNIER  *
      *  POINT DE REPRISE REPRENNENT LEUR NUMERO : ROYALMRG N EN      *
      *  GARDE QU UNE. L ENREGISTREMENT DE CONTROLE (TYPE 'C'), ECRIT *
      *  EN FIN NORMALE DU FLUX SEULEMENT, PORTE LA TRANCHE ET LES    *
      *  CUMULS DU RAPPORT                                            *
      ****************************************************************
       01  E-ROYALPRT.
      *    CLE DE FUSION -- DEBUT DE TRANCHE (SPACES POUR LA PREMIERE)
      *    + NUMERO D ORDRE DE L ECRITURE DANS LE FLUX
           05 PT-ALB-DEBUT          PIC X(06).
           05 PT-SEQ                PIC 9(07).
               88 PT-SEQ-CONTROLE       VALUE 9999999.
      *    'X' LIGNE D EXTRAIT PAYABLE (E-ROYALX), 'L' LIGNE DE GRAND
      *    LIVRE (E-ROYALLDG), 'R' RESERVE RETENUE A CREER, 'V'
      *    RESERVE LIBEREE A REECRIRE (E-RESERVE), 'C' CONTROLE
           05 PT-TYPE               PIC X(01).
               88 PT-EXTRAIT            VALUE 'X'.
               88 PT-GRAND-LIVRE        VALUE 'L'.
               88 PT-RESERVE-RETENUE    VALUE 'R'.
               88 PT-RESERVE-LIBEREE    VALUE 'V'.
               88 PT-CONTROLE           VALUE 'C'.
      *    IMAGE DE L ENREGISTREMENT A ECRIRE
           05 PT-DONNEES            PIC X(90).
      *    ENREGISTREMENT DE CONTROLE -- TRANCHE [DEBUT, FIN[ (FIN A
      *    SPACES POUR LA DERNIERE), PERIODE DE L EXTRAIT, CONTRATS LUS
      *    DANS LA TRANCHE (TOUS STATUTS) ET CUMULS DU RAPPORT
           05 PT-ZONES-CONTROLE REDEFINES PT-DONNEES.
               10 PT-C-ALB-DEBUT        PIC X(06).
               10 PT-C-ALB-FIN          PIC X(06).
               10 PT-C-PERIODE          PIC 9(06).
               10 PT-C-NB-CONTRATS-LUS  PIC 9(07).
               10 PT-C-NB-CONTRATS      PIC 9(07).
               10 PT-C-TOTAL-DUS        PIC 9(11)V9(02).
               10 PT-C-NB-LIGNES-MERCH  PIC 9(07).
               10 PT-C-NB-PRIX-GROS-ABS PIC 9(07).
               10 FILLER                PIC X(31).
