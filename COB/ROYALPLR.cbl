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

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

      * TABLE DE CORRESPONDANCE CHANSON -> ALBUM, CHARGEE UNE FOIS
       01 TABLE-CHANSONS.
           05 TC-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-CH.
               10 TC-CODEC            PIC X(06).
               10 TC-CODEA            PIC X(06).
       77 NB-CHANSONS-TABLE       PIC 9(05) VALUE ZERO.

      * TABLE DES INSERTIONS EN PLAYLIST CUMULEES PAR ALBUM
       01 TABLE-PLAYROY.
           05 TP-ENTREE OCCURS 500 TIMES INDEXED BY IDX-PL.
               10 TP-CODEA            PIC X(06).
               10 TP-NB-INSERTIONS    PIC 9(07).
       77 NB-ALBUMS-TABLE         PIC 9(05) VALUE ZERO.

