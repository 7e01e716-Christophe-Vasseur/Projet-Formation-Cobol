      ****************************************************************
      *  ENREGISTREMENT TARIF CATALOGUE (FICHIER VSAM TARIFG1) --     *
      *  PRIX DE LISTE UNITAIRE D UN ALBUM OU D UN ARTICLE DE         *
      *  MERCHANDISING, HORS TAXES EN EUROS. CLE = CODE ALBUM OU      *
      *  ARTICLE + SUPPORT (VE-FORMAT) ; UN SUPPORT A BLANC DONNE LE  *
      *  PRIX DE TOUS LES SUPPORTS SANS TARIF PROPRE. CHARGE PAR      *
      *  TARFLOAD, SERT DE REFERENCE AU CONTROLE DES PRIX SAISIS      *
      *  (VENTANOM)                                                   *
      ****************************************************************
       01  E-TARIF.
           05 LP-CLE.
               10 LP-CODEA         PIC X(06).
               10 LP-FORMAT        PIC X(01).
                   88 LP-FORMAT-VALIDE VALUE ' ' 'C' 'V' 'N' 'M'.
           05 LP-PRIX-LISTE        PIC 9(05)V9(02).
      *    DATE DE DERNIERE MISE A JOUR DU PRIX (AAAAMMJJ)
           05 LP-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(58).
