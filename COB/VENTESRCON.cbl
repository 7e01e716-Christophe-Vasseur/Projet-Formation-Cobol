       FILE SECTION.

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-PRIX              PIC 9(05)V9(02).
           05 VE-QTE               PIC 9(05).
           05 VE-DEVISE            PIC X(03).
           05 FILLER               PIC X(45).
      *    SUPPORT VENDU (C/V/N, CF VENTES.cpy)
           05 VE-FORMAT            PIC X(01).
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).


       FD RUNCTRL-KSDS

      * CLE DB2 RECOMPOSEE POUR LA COMPARAISON AVEC LA CLE VSAM
       01 W-VE-DB2-KEY.
           05 W-VE-DB2-CODEA        PIC X(06).
           05 W-VE-DB2-SIREN        PIC X(05).
           05 W-VE-DB2-DATE-VENTE   PIC X(08).
           05 W-VE-DB2-NUM-LIGNE    PIC X(02).
