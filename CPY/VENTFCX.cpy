      ****************************************************************
      *  EXTRAIT DES PREVISIONS DE VENTES (FICHIER SEQUENTIEL         *
      *  DDVFCSTX), UNE LIGNE PAR ALBUM ET PAR DISTRIBUTEUR OBSERVES  *
      *  SUR LES TROIS DERNIERS MOIS REVOLUS -- PRODUIT PAR VENTFCST, *
      *  LU PAR ROYALFCS QUI EN DEDUIT LES DROITS D AUTEUR A VERSER.  *
      *  LA PREVISION EST MENSUELLE (MOYENNE DES TROIS MOIS) ET VAUT  *
      *  A PARTIR DU MOIS EN COURS (FX-PERIODE, AAAAMM)               *
      ****************************************************************
       01  E-VENTFCX.
           05 FX-CODEA             PIC X(06).
           05 FX-SIREN             PIC X(05).
           05 FX-PERIODE           PIC 9(06).
           05 FX-QTE-PREVUE        PIC 9(07).
      *    CHIFFRE D AFFAIRES MENSUEL PREVU, CONVERTI EN EUROS
           05 FX-CA-PREVU          PIC 9(09)V9(02).
           05 FX-DATE-CALCUL       PIC 9(08).
           05 FILLER               PIC X(37).
