      ****************************************************************
       01  E-RESERVE.
           05 RV-CLE.
               10 RV-CODEA         PIC X(06).
               10 RV-CODEP         PIC X(06).
               10 RV-SIREN         PIC X(05).
               10 RV-PERIODE       PIC 9(06).
           05 RV-MONTANT-RETENU    PIC 9(09)V9(02).
               88 RV-RETENUE           VALUE 'R'.
               88 RV-LIBEREE           VALUE 'L'.
           05 RV-PERIODE-LIBERATION PIC 9(06).
           05 FILLER               PIC X(39).
