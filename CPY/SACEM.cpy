      ****************************************************************
       01  E-SACEM.
           05 SC-SIREN              PIC X(05).
           05 SC-CODEP              PIC X(06).
           05 SC-CODEA              PIC X(06).
           05 SC-PERIODE            PIC 9(06).
           05 SC-BASE-VENTES        PIC 9(09)V9(02).
           05 SC-TAUX-DROITS        PIC 9(03)V9(02).
           05 SC-MONTANT            PIC 9(09)V9(02).
           05 FILLER                PIC X(30).
