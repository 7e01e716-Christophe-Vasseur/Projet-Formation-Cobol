      *  PASSAGE DU BATCH, C EST ELLE QUE LE MARKETING ANNONCE        *
      ****************************************************************
       01  E-CERTIF.
           05 CF-CODEA             PIC X(06).
           05 CF-NIVEAU            PIC X(02).
           05 CF-DATE-FRANCHIE     PIC 9(08).
           05 CF-UNITES-FRANCHIES  PIC 9(09).
           05 FILLER               PIC X(55).

       01  E-CF-KEY REDEFINES E-CERTIF PIC X(08).
