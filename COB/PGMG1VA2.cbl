           02 CODE-ERR-1 PIC 9(04).
           02 CODE-ERR-2 PIC 9(04).
       01  W-ALBUM.
           05 W-AL-CODEA           PIC X(06).
           05 W-AL-TITREA          PIC X(30).
           05 W-AL-DATE-SORTIE     PIC X(10).
           05 W-AL-GENRE           PIC X(15).
