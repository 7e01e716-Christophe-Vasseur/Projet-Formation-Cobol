      *    ROYLIT.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX ECRANS)
       01 E-ROYLIT.
           05 LT-CLE.
               10 LT-CODEA         PIC X(06).
               10 LT-CODEP         PIC X(06).
               10 LT-SIREN         PIC X(05).
               10 LT-PERIODE       PIC 9(06).
           05 LT-STATUT            PIC X(01).
           05 LT-DATE-OUVERTURE    PIC 9(08).
           05 LT-DATE-RESOLUTION   PIC 9(08).
           05 LT-ANNOTATION        PIC X(30).
           05 FILLER               PIC X(10).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
