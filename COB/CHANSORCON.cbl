       FILE SECTION.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

