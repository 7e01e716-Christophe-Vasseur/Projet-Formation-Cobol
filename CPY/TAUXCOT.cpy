      ****************************************************************
      *  BAREME DES COTISATIONS SOCIALES DES ARTISTES-AUTEURS         *
      *  (FICHIER VSAM TXCOTG1) -- UNE LIGNE PAR TYPE DE COTISATION   *
      *  (CSG, CRDS, VIEILLESSE, FORMATION...) ET PAR DATE D EFFET :  *
      *  UN CHANGEMENT DE TAUX S ENREGISTRE EN CREANT UNE LIGNE A LA  *
      *  NOUVELLE DATE D EFFET. ROYALSET APPLIQUE A CHAQUE REMISE LA  *
      *  LIGNE LA PLUS RECENTE EN VIGUEUR A LA DATE DE REGLEMENT DE   *
      *  CHAQUE TYPE ; COTISDEC EN REPREND LE LIBELLE ET LE COMPTE    *
      *  DE L ORGANISME. CHARGE PAR COTXLOAD                          *
      ****************************************************************
       01  E-TAUXCOT.
           05 TX-CLE.
               10 TX-CODE-COTIS    PIC X(04).
      *        DATE D EFFET DU TAUX (AAAAMMJJ)
               10 TX-DATE-EFFET    PIC 9(08).
           05 TX-LIBELLE           PIC X(20).
      *    TAUX EN POUR CENT DE L ASSIETTE
           05 TX-TAUX              PIC 9(02)V9(04).
      *    PART DES DROITS BRUTS FORMANT L ASSIETTE, EN POUR CENT
      *    (98,25 POUR LA CSG ET LA CRDS, 100 SINON)
           05 TX-ASSIETTE-PCT      PIC 9(03)V9(02).
      *    COMPTE DE L ORGANISME COLLECTEUR CREDITE A LA DECLARATION
           05 TX-COMPTE-GL         PIC X(08).
      *    DATE DE DERNIERE MISE A JOUR PAR COTXLOAD (AAAAMMJJ)
           05 TX-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(21).
