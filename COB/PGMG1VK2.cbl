               MOVE W-DATE-JOUR       TO LT-DATE-OUVERTURE
               MOVE ZERO              TO LT-DATE-RESOLUTION
               MOVE W-LT-ANNOTATION   TO LT-ANNOTATION
               MOVE SPACES            TO E-ROYLIT(71:10)
               EXEC CICS
                   WRITE FILE('ROYLITG1')
                   FROM (E-ROYLIT)
           END-IF
           MOVE E-ROYLIT   TO HI-IMAGE-AVANT
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
