      *  MAP MBLG1A2 -- CREATION / MODIFICATION D UN ALBUM            *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 TITREAI               PIC X(30).
           05 DATESOI               PIC X(10).
           05 GENREI                PIC X(15).
