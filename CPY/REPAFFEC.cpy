      ****************************************************************
      *  ENREGISTREMENT AFFECTATION D UN DISTRIBUTEUR A UN            *
      *  REPRESENTANT (FICHIER VSAM REPAFFG1) -- CLE = SIREN +        *
      *  ENSEIGNE + DATE DE DEBUT. UNE AFFECTATION A ENSEIGNE BLANCHE *
      *  COUVRE TOUTES LES VENTES DU DISTRIBUTEUR ; UNE AFFECTATION   *
      *  A UNE ENSEIGNE (CLIENTG1) PREVAUT, POUR LES VENTES DE CETTE  *
      *  ENSEIGNE, SUR CELLE DU DISTRIBUTEUR. A DATE DE VENTE DONNEE, *
      *  L AFFECTATION EN VIGUEUR EST CELLE DE DEBUT LE PLUS RECENT   *
      *  NON POSTERIEUR A LA VENTE ET NON ECHUE. CHARGE PAR AFFRLOAD, *
      *  LU PAR COMMREP                                               *
      ****************************************************************
       01  E-REPAFFEC.
           05 AF-CLE.
               10 AF-SIREN         PIC X(05).
               10 AF-CODE-CLIENT   PIC X(06).
               10 AF-DATE-DEBUT    PIC 9(08).
           05 AF-CODE-REP          PIC X(04).
      *    DATE DE FIN INCLUSE (AAAAMMJJ) -- ZERO POUR UNE AFFECTATION
      *    SANS ECHEANCE
           05 AF-DATE-FIN          PIC 9(08).
           05 FILLER               PIC X(49).
