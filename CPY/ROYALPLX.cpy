      *  COUVRE QUE LES DROITS ASSIS SUR LES VENTES                    *
      ****************************************************************
       01  E-ROYALPLX.
           05 RP-CODEA             PIC X(06).
           05 RP-CODEP             PIC X(06).
           05 RP-SIREN             PIC X(05).
           05 RP-PERIODE           PIC 9(06).
           05 RP-NB-INSERTIONS     PIC 9(07).
           05 RP-MONTANT-DU        PIC 9(09)V9(02).
           05 RP-DEVISE            PIC X(03).
           05 FILLER               PIC X(36).
