           END-IF
           MOVE E-ADRPERS  TO HI-IMAGE-AVANT
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
           .
