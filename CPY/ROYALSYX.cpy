      *  (PLAYLISTS)                                                  *
      ****************************************************************
       01  E-ROYALSYX.
           05 RS-CODEA             PIC X(06).
           05 RS-CODEP             PIC X(06).
           05 RS-SIREN             PIC X(05).
           05 RS-PERIODE           PIC 9(06).
           05 RS-MONTANT-BASE      PIC 9(09)V9(02).
           05 RS-MONTANT-DU        PIC 9(09)V9(02).
           05 RS-DEVISE            PIC X(03).
           05 FILLER               PIC X(32).
