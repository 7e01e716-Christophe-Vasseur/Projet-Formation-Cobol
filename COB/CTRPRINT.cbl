           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(18).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .


      * MAQUETTE DE LA LIGNE DETAIL DU LISTING (132 COLONNES)
       01 W-LIGNE-DETAIL.
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREA              PIC X(20).
           05 FILLER                  PIC X(01).
           05 W-LD-CODEP              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-IDENTITE           PIC X(20).
           05 FILLER                  PIC X(01).
