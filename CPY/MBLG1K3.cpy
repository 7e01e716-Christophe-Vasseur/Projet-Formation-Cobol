      *  (OUVERTURE / ANNOTATION / RESOLUTION, CF ROYLIT.cpy)         *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 CODEPI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 PERIODEI              PIC 9(06).
           05 ANNOTI                PIC X(30).
