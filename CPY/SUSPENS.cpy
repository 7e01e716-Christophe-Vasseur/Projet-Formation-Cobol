      *  LIGNE. L ANCIENNETE EST SUIVIE PAR SUSPRPT                   *
      ****************************************************************
       01  E-SUSPENS.
           05 SU-CODEP             PIC X(06).
           05 SU-MONTANT           PIC 9(11)V9(02).
      *    DATE (AAAAMMJJ) DE LA PREMIERE MISE EN SUSPENS (BASE DE
      *    L ANCIENNETE) ET DU DERNIER MOUVEMENT
           05 SU-DATE-PREMIERE     PIC 9(08).
           05 SU-DATE-DERNIERE     PIC 9(08).
           05 FILLER               PIC X(45).
