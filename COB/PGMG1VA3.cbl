           02 CODE-ERR-2 PIC 9(04).

       01  W-ALBUM.
           05 W-AL-CODEA           PIC X(06).
           05 W-AL-TITREA          PIC X(30).
           05 W-AL-DATE-SORTIE     PIC X(10).
           05 W-AL-GENRE           PIC X(15).
                       END-IF
                       MOVE E-ALBUM    TO HI-IMAGE-AVANT
                       EXEC CICS
                           LINK
                           PROGRAM ('PGMG1VHC')
                           INPUTMSG (E-HISTORIQ)
                           INPUTMSGLEN (LENGTH OF E-HISTORIQ)
                       END-EXEC
                       EXEC CICS
                           RECEIVE
                           INTO (E-HISTORIQ)
                       END-EXEC
                   WHEN DFHRESP(DUPREC)
                       MOVE 2 TO W-AL-CODE-SUPP
