           05 FILLER               PIC X(35).
       01 CG-CHANSON REDEFINES E-CHARGE.
           05 FILLER               PIC X(05).
           05 CG-CH-CODEC          PIC X(06).
           05 CG-DATE-AJOUT        PIC X(10).
           05 FILLER               PIC X(59).

       FD PLAYLIST-KSDS
           RECORD 80 CHARACTERS
       COPY PLCONTEN.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       77 W-NB-PISTES              PIC 9(03) VALUE ZERO.
       01 W2-PLCONTEN.
           05 W2-PC-PL-CODE        PIC X(04).
           05 W2-PC-CH-CODEC       PIC X(06).
           05 FILLER               PIC X(70).
       01 W2-PC-KEY REDEFINES W2-PLCONTEN PIC X(10).
       01 FIN-PLCONT-IND           PIC 9.
           88 FIN-PLCONT               VALUE 1.
           88 NON-FIN-PLCONT           VALUE 2.
