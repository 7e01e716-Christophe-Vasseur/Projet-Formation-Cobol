      ****************************************************************
      *  ENREGISTREMENT ECHEANCE DE FACTURE DE LICENCE DE             *
      *  SYNCHRONISATION (FICHIER VSAM SYNFACG1) -- UNE LIGNE PAR     *
      *  ECHEANCE, CLE = NUMERO DE FACTURE + RANG DE L ECHEANCE.      *
      *  LA FACTURE EST EMISE PAR SYNCFACT SUR LE COMPTEUR DES        *
      *  FACTURES (INVSEQG1) AU COMPTE DU LICENCIE (COMPTLIG1) : UNE  *
      *  SEULE ECHEANCE, OU UN ECHEANCIER MENSUEL AU-DELA DU SEUIL DE *
      *  LA CARTE PARAMETRE. MONTANTS EN EUROS (LICENCE CONVERTIE AU  *
      *  TAUX EN VIGUEUR A SA DATE DE DEBUT, COMME DANS ROYALSYN).    *
      *  LES ENCAISSEMENTS SONT IMPUTES PAR BANKAPPL, ECHEANCE PAR    *
      *  ECHEANCE DANS L ORDRE DES RANGS ; ROYALSYN NE REVERSE LES    *
      *  DROITS QUE SUR LA PART REGLEE DEPUIS SON PASSAGE PRECEDENT   *
      *  (SF-MONTANT-REGLE MOINS SF-MONTANT-REVERSE)                  *
      ****************************************************************
       01  E-SYNCFAC.
           05 SF-CLE.
               10 SF-NUM-FACTURE   PIC 9(09).
               10 SF-NUM-ECHEANCE  PIC 9(02).
      *    LICENCE FACTUREE (CLE SYNCLIG1) ET NOMBRE D ECHEANCES
           05 SF-LICENCE.
               10 SF-CODEC         PIC X(06).
               10 SF-NUM-LICENCE   PIC X(04).
           05 SF-NB-ECHEANCES      PIC 9(02).
      *    DATE DE FACTURE ET ECHEANCE, AAAAMMJJ
           05 SF-DATE-FACTURE      PIC 9(08).
           05 SF-DATE-ECHEANCE     PIC 9(08).
      *    MONTANT DE L ECHEANCE ET CUMUL DES ENCAISSEMENTS IMPUTES
           05 SF-MONTANT           PIC 9(09)V9(02).
           05 SF-MONTANT-REGLE     PIC 9(09)V9(02).
      *    DATE DU DERNIER ENCAISSEMENT IMPUTE (ZERO = AUCUN)
           05 SF-DATE-REGLEMENT    PIC 9(08).
      *    ESPACE = OUVERTE, 'P' = PARTIELLEMENT REGLEE, 'R' = REGLEE
           05 SF-STATUT            PIC X(01).
               88 SF-OUVERTE           VALUE SPACE.
               88 SF-PARTIELLE         VALUE 'P'.
               88 SF-REGLEE            VALUE 'R'.
      *    PART DU MONTANT REGLE DONT LES DROITS ONT DEJA ETE VERSES A
      *    L EXTRAIT ROYALSYX -- MISE A JOUR PAR ROYALSYN APRES
      *    ECRITURE DE L EXTRAIT (ZONE PRISE SUR LE FILLER, UNE
      *    ECHEANCE RESTANT EN DECA DE 100 MILLIONS D EUROS)
           05 SF-MONTANT-REVERSE   PIC 9(08)V9(02).
