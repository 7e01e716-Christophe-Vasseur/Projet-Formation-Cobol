           02 CODE-ERR-1 PIC 9(04).
           02 CODE-ERR-2 PIC 9(04).
       01  W-CHANSON.
           05 W-CH-CODEC           PIC X(06).
           05 W-CH-CODEA           PIC X(06).
           05 W-CH-TITREC          PIC X(40).
           05 W-CH-NUM-PISTE       PIC 9(02).
           05 W-CH-DUREE           PIC 9(03).
