      ****************************************************************
       01  E-USAGTRK.
           05 UT-CLE.
               10 UT-CODEC         PIC X(06).
               10 UT-PERIODE       PIC 9(06).
               10 UT-SIREN         PIC X(05).
           05 UT-CODEA             PIC X(06).
           05 UT-NB-ECOUTES        PIC 9(09).
           05 UT-MONTANT           PIC 9(09)V9(02).
           05 UT-DEVISE            PIC X(03).
           05 FILLER               PIC X(34).
