      *  MAP MBLG1A1 -- CONSULTATION / SUPPRESSION D UN ALBUM         *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
