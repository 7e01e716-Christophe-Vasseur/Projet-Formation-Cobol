       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

