                       END-IF
                       MOVE E-CLIENT       TO HI-IMAGE-AVANT
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
                       MOVE 2 TO W-CL-CODE-SUPP
