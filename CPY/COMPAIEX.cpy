      ****************************************************************
      *  INTERFACE PAIE DES COMMISSIONS DES REPRESENTANTS (FICHIER    *
      *  SEQUENTIEL DDPAIEX), UNE LIGNE PAR REPRESENTANT ET PAR       *
      *  PERIODE AYANT UNE COMMISSION A PAYER (MATRICULE DE PAIE +    *
      *  RUBRIQUE + MONTANT BRUT EN EUROS, CA NET DE REFERENCE) --    *
      *  PRODUIT PAR COMMREP ET REPRIS PAR LE LOGICIEL DE PAIE        *
      ****************************************************************
       01  E-COMPAIEX.
           05 PY-MATRICULE         PIC X(08).
           05 PY-CODE-REP          PIC X(04).
           05 PY-PERIODE           PIC 9(06).
      *    RUBRIQUE DE PAIE DES COMMISSIONS SUR VENTES
           05 PY-RUBRIQUE          PIC X(04).
           05 PY-CA-NET            PIC 9(11)V9(02).
           05 PY-MONTANT           PIC 9(09)V9(02).
           05 FILLER               PIC X(34).
