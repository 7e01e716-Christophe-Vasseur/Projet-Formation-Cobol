                   END-IF
                   MOVE E-PLAYLIST     TO HI-IMAGE-AVANT
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
               WHEN DFHRESP(NOTFND)
                   MOVE 2 TO W-PL-CODE-SUPP
