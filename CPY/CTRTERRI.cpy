      ****************************************************************
       01  E-CTRTERR.
           05 TE-CLE.
               10 TE-CODEA         PIC X(06).
               10 TE-CODEP         PIC X(06).
               10 TE-SIREN         PIC X(05).
               10 TE-TERRITOIRE    PIC X(03).
           05 FILLER               PIC X(60).
