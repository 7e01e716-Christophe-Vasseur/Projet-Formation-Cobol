       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .


       01 TABLE-ALBUMS.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-AL.
               10 TA-CODEA            PIC X(06).
               10 TA-TITREA           PIC X(30).
               10 TA-NB-CHANSONS      PIC 9(05).

