
       01 SD-LICENCE.
           05 SD-LI-LICENCIE        PIC X(30).
           05 SD-LI-CODEC           PIC X(06).
           05 SD-LI-NUM-LICENCE     PIC X(04).
           05 SD-LI-TYPE-USAGE      PIC X(03).
           05 SD-LI-DATE-FIN        PIC X(08).
      *    'E' EXPIREE (DEPASSEMENT A FACTURER), 'P' PROCHE
           05 SD-LI-ETAT            PIC X(01).
           05 FILLER                PIC X(28).

      * -------------------------------------------------------------- *
      *                                                                *
