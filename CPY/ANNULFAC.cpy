      ****************************************************************
      *  ENREGISTREMENT ANNULATION DE FACTURE (FICHIER VSAM ANNULG1)  *
      *  -- UNE LIGNE PAR LIGNE DE VENTE ANNULEE POUR ERREUR DE       *
      *  SAISIE (VE-STATUT-REGLEMENT 'A'). CLE = CLE DE LA LIGNE      *
      *  D ORIGINE. RELIE LA FACTURE D ORIGINE, L AVOIR TOTAL EMIS    *
      *  SUR ELLE (LIGNE DE RETOUR MOTIF 'AN', NUMERO AVOSEQG1) ET LA *
      *  FACTURE REEMISE CORRIGEE (NUMERO INVSEQG1). CREE PAR LE      *
      *  SERVICE PGMG1VN7 (ECRAN APIG1DN7, RESERVE AU SUPERVISEUR) ;  *
      *  RELU PAR INVAUDIT POUR JUSTIFIER LES NUMEROS ANNULES         *
      ****************************************************************
       01  E-ANNULFAC.
           05 AN-CLE-ORIGINE       PIC X(21).
           05 AN-NUM-FACTURE-ORIG  PIC 9(09).
           05 AN-NUM-AVOIR         PIC 9(09).
           05 AN-CLE-AVOIR         PIC X(21).
           05 AN-NUM-FACTURE-NOUV  PIC 9(09).
           05 AN-CLE-NOUVELLE      PIC X(21).
      *    DATE (AAAAMMJJ) DE L ANNULATION -- DATE DE L AVOIR ET DE LA
      *    FACTURE REEMISE
           05 AN-DATE-ANNULATION   PIC 9(08).
           05 AN-OPER-ID           PIC X(08).
           05 FILLER               PIC X(14).
