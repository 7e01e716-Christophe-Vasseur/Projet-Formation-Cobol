      ****************************************************************
       01  MAP01I.
           05 PLCDI                 PIC X(04).
           05 CHCDI                 PIC X(06).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
