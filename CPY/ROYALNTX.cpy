      *  (VENTES DDROYALX, PLAYLISTS DDROYLPX, SYNCHRONISATION        *
      *  DDROYSYX) : C EST CETTE LIGNE UNIQUE QUE LA COMPTABILITE     *
      *  FOURNISSEURS REGLE, LA VENTILATION PAR SOURCE SERVANT AU     *
      *  RELEVE DE L AYANT DROIT. LES REVERSEMENTS AUX LABELS TIERS   *
      *  (DDREVLBX, CF REVLABEL) Y SONT FUSIONNES SOUS LE CODEP DU    *
      *  BENEFICIAIRE DE L ACCORD DE DISTRIBUTION                     *
      ****************************************************************
       01  E-ROYALNTX.
           05 NT-CODEP             PIC X(06).
           05 NT-PERIODE           PIC 9(06).
           05 NT-MONTANT-VENTES    PIC 9(11)V9(02).
           05 NT-MONTANT-PLAYLIST  PIC 9(11)V9(02).
           05 NT-MONTANT-SYNC      PIC 9(11)V9(02).
           05 NT-MONTANT-TOTAL     PIC 9(11)V9(02).
           05 NT-MONTANT-LABELS    PIC 9(11)V9(02).
      *    CODEP DU GROUPE QUAND LA REMISE EST LA PART D UN MEMBRE
      *    (CF MEMBRE.cpy) -- ROYALNET ECLATE LA REMISE D UN GROUPE EN
      *    UNE LIGNE PAR MEMBRE, NT-CODEP PORTANT ALORS LE MEMBRE ;
      *    SPACES POUR UNE REMISE PROPRE A L AYANT DROIT
           05 NT-CODEP-GROUPE      PIC X(06).
           05 FILLER               PIC X(07).
