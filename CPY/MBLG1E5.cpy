      *  MAP MBLG1E5 -- SAISIE DES PRECOMMANDES                       *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 PRIXVNTI              PIC 9(05)V9(02).
           05 QTEVNTI               PIC 9(05).
