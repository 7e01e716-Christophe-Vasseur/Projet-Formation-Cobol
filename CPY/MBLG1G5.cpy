      ****************************************************************
       01  MAP01I.
           05 PLCDI                 PIC X(04).
           05 CHCDI                 PIC X(06).
           05 POSI                  PIC X(03).

       01  MAP01O.
