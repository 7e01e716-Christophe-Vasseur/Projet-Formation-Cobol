      ****************************************************************
      *  PLAN DE SORTIE D UN ALBUM (FICHIER VSAM RELPLG1) -- CLE =    *
      *  CODEA. PORTE LES JALONS DE PREPARATION DE LA SORTIE (DATE    *
      *  PREVUE ET DATE REALISEE, AAAAMMJJ, ZERO = NON ATTEINT), LA   *
      *  DATE DE SORTIE RESTANT AL-DATE-SORTIE SUR ALBUM.cpy.         *
      *  CHARGE ET MIS A JOUR PAR RELPLOAD ; LE CONTROLE DE           *
      *  PREPARATION RELCHECK Y POSE SON VERDICT ET LES ANOMALIES     *
      *  RELEVEES, QUE PRECPOST CONSULTE AVANT DE DEVERSER LES        *
      *  PRECOMMANDES DE L ALBUM ; RELSCHED EN TIRE LE PLANNING       *
      *  HEBDOMADAIRE DES SORTIES                                     *
      ****************************************************************
       01  E-RELPLAN.
           05 PS-CODEA             PIC X(06).
      *    LIVRAISON DU MASTER
           05 PS-MASTER-PREVU      PIC 9(08).
           05 PS-MASTER-FAIT       PIC 9(08).
      *    POCHETTE / VISUELS
           05 PS-POCHETTE-PREVUE   PIC 9(08).
           05 PS-POCHETTE-FAITE    PIC 9(08).
      *    FABRICATION (PRESSAGE) -- SANS OBJET (ZERO) POUR UN ALBUM
      *    UNIQUEMENT DEMATERIALISE
           05 PS-FABRIC-PREVUE     PIC 9(08).
           05 PS-FABRIC-FAITE      PIC 9(08).
      *    VERDICT DU DERNIER CONTROLE DE PREPARATION -- 'O' PRET A
      *    SORTIR, 'N' NON PRET, SPACES TANT QU AUCUN CONTROLE N A
      *    ETE PASSE
           05 PS-STATUT-CONTROLE   PIC X(01).
               88 PS-PRET              VALUE 'O'.
               88 PS-NON-PRET          VALUE 'N'.
           05 PS-DATE-CONTROLE     PIC 9(08).
      *    ANOMALIES DU DERNIER CONTROLE, 'X' = POINT EN DEFAUT
           05 PS-ANOMALIES.
               10 PS-ANO-EAN           PIC X(01).
               10 PS-ANO-ISRC          PIC X(01).
               10 PS-ANO-GENRE         PIC X(01).
               10 PS-ANO-LABEL         PIC X(01).
               10 PS-ANO-CONTRAT       PIC X(01).
               10 PS-ANO-FABRICATION   PIC X(01).
               10 PS-ANO-STOCK         PIC X(01).
           05 FILLER               PIC X(10).
