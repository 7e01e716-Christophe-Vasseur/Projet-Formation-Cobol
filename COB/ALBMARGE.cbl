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
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(53).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

       COPY ROYALLDG.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .


       01 SD-MARGE.
           05 SD-MG-MARGE           PIC S9(11)V9(02).
           05 SD-MG-CODEA           PIC X(06).
           05 SD-MG-CA              PIC S9(11)V9(02).
           05 SD-MG-DROITS          PIC 9(11)V9(02).
           05 FILLER                PIC X(35).

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
      *    L ORDRE DES VENTES)
       01 TABLE-ALBUMS.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TA.
               10 TA-CODEA            PIC X(06).
               10 TA-CA               PIC S9(11)V9(02).
               10 TA-DROITS           PIC 9(11)V9(02).
       77 NB-ALBUMS               PIC 9(03) VALUE ZERO.
       01 ALBUM-TROUVE-IND        PIC 9.
           88 ALBUM-TROUVE            VALUE 1.
           88 ALBUM-NON-TROUVE        VALUE 2.
       77 W-CODEA-CHERCHE         PIC X(06) VALUE SPACES.

      * TAUX DE CONVERSION DE LA LIGNE EN COURS
       77 W-TAUX                  PIC 9(03)V9(04) VALUE 1.
       01 W-LIGNE-DETAIL.
           05 W-LD-RANG               PIC ZZZ9.
           05 FILLER                  PIC X(01).
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREA             PIC X(30).
           05 FILLER                  PIC X(01).
