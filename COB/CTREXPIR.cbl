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

       FD RENOUV-KSDS
           RECORD 80 CHARACTERS
           .

       01 E-RENOUV.
           05 RN-CODEA             PIC X(06).
           05 RN-CODEP             PIC X(06).
           05 RN-SIREN             PIC X(05).
           05 RN-FONCTION          PIC X(20).
           05 RN-DATE-SIGN         PIC X(10).
           05 RN-DROITS            PIC 9(03)V9(02).
           05 RN-DATE-EXPIR        PIC X(10).
           05 RN-DATE-EXPIR-AVANT  PIC X(10).
           05 FILLER               PIC X(08).

       01 RN-KEY REDEFINES E-RENOUV PIC X(17).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
       COPY PERSONNE.

       FD EXPNOTIF-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-EXPNOTIF
           .

