      *  MAP MBLG1E2 -- CREATION / MODIFICATION DE VENTES             *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 DATVNTI               PIC X(08).
           05 NUMLIGI               PIC 9(02).
