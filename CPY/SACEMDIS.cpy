      ****************************************************************
       01  E-SACEMDIS.
           05 SR-SIREN              PIC X(05).
           05 SR-CODEP              PIC X(06).
           05 SR-CODEA              PIC X(06).
           05 SR-PERIODE            PIC 9(06).
           05 SR-MONTANT-REPARTI    PIC 9(09)V9(02).
           05 FILLER                PIC X(46).
