       FILE SECTION.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

           .

       01 SD-CHANSON.
           05 SD-CH-CODEC          PIC X(06).
           05 SD-CH-CODEA          PIC X(06).
           05 SD-CH-TITREC         PIC X(40).
           05 SD-CH-NUM-PISTE      PIC 9(02).
           05 SD-CH-DUREE          PIC 9(03).
           05 SD-CH-NB-PLAYLISTS   PIC 9(05).
           05 FILLER               PIC X(18).

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01 W-LIGNE-DETAIL.
           05 W-LD-RANG               PIC ZZZ9.
           05 FILLER                  PIC X(01).
           05 W-LD-CODEC              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREC             PIC X(40).
           05 FILLER                  PIC X(01).
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREA             PIC X(20).
           05 FILLER                  PIC X(01).
