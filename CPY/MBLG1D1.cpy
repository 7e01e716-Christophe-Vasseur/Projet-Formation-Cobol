      *  MAP MBLG1D1 -- CONSULTATION / SUPPRESSION D UN CONTRAT       *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 CODEPI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 FONCTIOI              PIC X(20).

