      *  MAP MBLG1B2 -- CREATION / MODIFICATION D UNE CHANSON         *
      ****************************************************************
       01  MAP01I.
           05 CODECI                PIC X(06).
           05 CODEAI                PIC X(06).
           05 TITRECI               PIC X(40).
           05 NUMPISI                PIC 9(02).
           05 DUREEI                 PIC 9(03).
           05 FIELD1O                PIC X(60).
           05 FIELD2O                PIC X(60).
           05 FIELD3O                PIC X(60).
           05 CODEAO                 PIC X(06).
           05 TITRECO                PIC X(40).
           05 NUMPISO                PIC 9(02).
           05 DUREEO                 PIC 9(03).
