      *  (CONSULTATION / CREATION / MODIFICATION / SUPPRESSION)       *
      ****************************************************************
       01  MAP01I.
           05 CODECI                PIC X(06).
           05 NUMLICI               PIC X(04).
           05 LICENCII              PIC X(30).
           05 TYPUSAI               PIC X(03).
