           05 DATVNTI               PIC X(08).
           05 DEVISEI               PIC X(03).
           05 GRILLEI OCCURS 12.
               10 L-CODEAI          PIC X(06).
               10 L-PRIXI           PIC 9(05)V9(02).
               10 L-QTEI            PIC 9(05).
               10 L-FORMATI         PIC X(01).
