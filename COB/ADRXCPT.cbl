       FILE SECTION.

       FD ROYALX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALX
           .

      *    ADRPERS.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX
      *    ECRANS)
       01 E-ADRPERS.
           05 AD-CODEP             PIC X(06).
           05 AD-RUE               PIC X(30).
           05 AD-CODE-POSTAL       PIC X(05).
           05 AD-VILLE             PIC X(20).
           05 AD-PAYS              PIC X(15).
           05 FILLER               PIC X(04).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
      *    LIGNES PAR CODEP)
       01 TABLE-CODEPS.
           05 TC-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TC.
               10 TC-CODEP            PIC X(06).
       77 NB-CODEPS               PIC 9(03) VALUE ZERO.
       01 CODEP-VU-IND            PIC 9.
           88 CODEP-DEJA-VU           VALUE 1.
