       FILE SECTION.

       FD STGALB-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD STGCHA-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

           .

       01 E-CONTRAT-STG.
           05 CO-CLE-STG           PIC X(17).
           05 FILLER               PIC X(63).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM-M
           .

       01 E-ALBUM-M.
           05 AL-CODEA-M           PIC X(06).
           05 FILLER               PIC X(84).

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON-M
           .

       01 E-CHANSON-M.
           05 CH-CODEC-M           PIC X(06).
           05 FILLER               PIC X(84).

       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-CONTRAT-M.
           05 CO-CLE-M             PIC X(17).
           05 FILLER               PIC X(63).

       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
