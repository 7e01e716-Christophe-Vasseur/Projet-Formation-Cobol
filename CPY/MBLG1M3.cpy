      *  SUPERVISEUR                                                  *
      ****************************************************************
       01  MAP01I.
           05 CODEPI                PIC X(06).
           05 OPERI                 PIC X(08).

       01  MAP01O.
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 ITEM01O                PIC X(62).
           05 ITEM02O                PIC X(62).
           05 ITEM03O                PIC X(62).
           05 ITEM04O                PIC X(62).
           05 ITEM05O                PIC X(62).
           05 ITEM06O                PIC X(62).
           05 ITEM07O                PIC X(62).
           05 ITEM08O                PIC X(62).
           05 ITEM09O                PIC X(62).
           05 ITEM10O                PIC X(62).
           05 ITEM11O                PIC X(62).
           05 ITEM12O                PIC X(62).
