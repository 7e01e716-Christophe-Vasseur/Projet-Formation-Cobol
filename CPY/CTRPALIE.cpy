      ****************************************************************
       01  E-CTRPALIER.
           05 PX-CLE.
               10 PX-CODEA         PIC X(06).
               10 PX-CODEP         PIC X(06).
               10 PX-SIREN         PIC X(05).
               10 PX-NUM-PALIER    PIC 9(02).
           05 PX-SEUIL-UNITES      PIC 9(09).
           05 PX-TAUX              PIC 9(03)V9(02).
           05 FILLER               PIC X(47).
