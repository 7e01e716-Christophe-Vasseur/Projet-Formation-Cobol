           02 CODE-ERR-2 PIC 9(04).

       01  W-CHANSON.
           05 W-CH-CODEC           PIC X(06).
           05 W-CH-CODEA           PIC X(06).
           05 W-CH-TITREC          PIC X(40).
           05 W-CH-NUM-PISTE       PIC 9(02).
           05 W-CH-DUREE           PIC 9(03).
                   END-IF
                   MOVE E-CHANSON  TO HI-IMAGE-AVANT
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
                   MOVE 2 TO W-CH-CODE-SUPP
