      ****************************************************************
       01  MAP01I.
           05 TYPEI                 PIC X(08).
           05 CLEI                  PIC X(25).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 TYPEO                  PIC X(08).
           05 CLEO                   PIC X(25).
           05 ITEM01O                PIC X(45).
           05 ITEM02O                PIC X(45).
           05 ITEM03O                PIC X(45).
