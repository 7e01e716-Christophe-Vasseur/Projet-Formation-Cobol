      ****************************************************************
      *  ENREGISTREMENT DEMANDE DE PARTICIPATION PUBLICITAIRE         *
      *  (FICHIER VSAM COOPDMG1) -- UNE PAR DEMANDE SAISIE CONTRE UN  *
      *  ACCORD (CF COOPACC.cpy), APPROUVEE OU REJETEE PAR COOPCLAM.  *
      *  CLE = NUMERO D ACCORD + REFERENCE DE LA DEMANDE DONNEE PAR   *
      *  LE DISTRIBUTEUR. LA DEMANDE JUSTIFIE LA DEDUCTION OPEREE SUR *
      *  LE REGLEMENT D UNE FACTURE : APPROUVEE, ELLE SOLDE LA        *
      *  FACTURE AVEC L ENCAISSEMENT PARTIEL RESTE EN EXCEPTION       *
      *  (ENCEXCG1) ET PORTE LA CHARGE DE PROMOTION AU GL (GLJRNL)    *
      ****************************************************************
       01  E-COOPDEM.
           05 PD-CLE.
               10 PD-NUM-ACCORD    PIC X(06).
               10 PD-REF-DEMANDE   PIC X(10).
           05 PD-SIREN             PIC X(05).
      *    FACTURE SUR LAQUELLE LA PARTICIPATION A ETE DEDUITE
           05 PD-NUM-FACTURE       PIC 9(09).
           05 PD-DATE-DEMANDE      PIC 9(08).
           05 PD-MONTANT           PIC 9(09)V9(02).
      *    ENCAISSEMENT PARTIEL EN EXCEPTION (CLE ENCEXCG1) -- ZERO
      *    QUAND LA PARTICIPATION COUVRE LA FACTURE ENTIERE
           05 PD-EXC-CLE.
               10 PD-EXC-DATE-OPER PIC 9(08).
               10 PD-EXC-NUM-SEQ   PIC 9(04).
      *    'A' APPROUVEE, 'R' REJETEE (MOTIF DANS PD-MOTIF-REJET)
           05 PD-STATUT            PIC X(01).
               88 PD-APPROUVEE         VALUE 'A'.
               88 PD-REJETEE           VALUE 'R'.
           05 PD-MOTIF-REJET       PIC X(20).
           05 PD-DATE-TRAITEMENT   PIC 9(08).
           05 FILLER               PIC X(10).
