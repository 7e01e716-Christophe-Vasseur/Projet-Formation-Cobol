      *  LE SYSTEME COMPTABLE FOURNISSEURS ET PAR ROYALSTM            *
      ****************************************************************
       01  E-ROYALX.
           05 RX-CODEA             PIC X(06).
           05 RX-CODEP             PIC X(06).
           05 RX-SIREN             PIC X(05).
           05 RX-PERIODE           PIC 9(06).
           05 RX-MONTANT-DU        PIC 9(09)V9(02).
      *    SECONDE FOIS ; ITEMISEES SUR LE RELEVE ROYALSTM
           05 RX-MONTANT-RETENU    PIC 9(09)V9(02).
           05 RX-MONTANT-LIBERE    PIC 9(09)V9(02).
      *    NATURE DE LA LIGNE -- 'M' POUR LES DROITS SUR LE
      *    MERCHANDISING (RX-CODEA PORTE ALORS LE CODE ARTICLE, CF
      *    MERCH.cpy), EDITES PAR ROYALSTM DANS UNE SECTION A PART ;
      *    SPACES POUR LES DROITS SUR LES VENTES D ALBUMS
           05 RX-TYPE-LIGNE        PIC X(01).
               88 RX-LIGNE-MERCH       VALUE 'M'.
      *    ABATTEMENTS EMBALLAGE DEDUITS DE L ASSIETTE DES VENTES CD
      *    ET VINYLE DE LA PERIODE (CF CTRFORMT.cpy) -- DEJA PRIS EN
      *    COMPTE DANS RX-MONTANT-DU, ITEMISES SUR LE RELEVE ROYALSTM
           05 RX-ABATTEMENT-CD     PIC 9(09)V9(02).
           05 RX-ABATTEMENT-VINYLE PIC 9(09)V9(02).
           05 FILLER               PIC X(08).
