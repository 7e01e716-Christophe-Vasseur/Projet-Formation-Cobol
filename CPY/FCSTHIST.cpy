      ****************************************************************
      *  HISTORIQUE DES PREVISIONS DE VENTES (FICHIER VSAM FCSTHG1)   *
      *  -- UNE LIGNE PAR ALBUM, DISTRIBUTEUR ET MOIS PREVU, ECRITE   *
      *  PAR VENTFCST A CHAQUE CALCUL (LE DERNIER CALCUL DU MOIS      *
      *  REMPLACE LE PRECEDENT TANT QUE LA LIGNE N EST PAS COMPAREE). *
      *  UNE FOIS LE MOIS CLOS (CF PERLOCK.cpy), VENTFACC Y REPORTE   *
      *  LE REALISE DE VENTESG1 ET PASSE LA LIGNE AU STATUT 'C'       *
      ****************************************************************
       01  E-FCSTHIST.
           05 FH-CLE.
               10 FH-CODEA         PIC X(06).
               10 FH-SIREN         PIC X(05).
               10 FH-PERIODE       PIC 9(06).
           05 FH-QTE-PREVUE        PIC 9(07).
           05 FH-CA-PREVU          PIC 9(09)V9(02).
           05 FH-DATE-CALCUL       PIC 9(08).
      *    'P' PREVISION EN ATTENTE DU REALISE, 'C' COMPAREE
           05 FH-STATUT            PIC X(01).
               88 FH-A-COMPARER        VALUE 'P'.
               88 FH-COMPAREE          VALUE 'C'.
      *    REALISE DU MOIS (HORS RETOURS, EN EUROS), POSE PAR VENTFACC
           05 FH-QTE-REELLE        PIC 9(07).
           05 FH-CA-REEL           PIC 9(09)V9(02).
           05 FH-DATE-COMPARAISON  PIC 9(08).
           05 FILLER               PIC X(10).
