               END-IF
           END-PERFORM
           IF J > LIST-H - 1 THEN
               MOVE 'DC3001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

               END-IF
           END-PERFORM
           IF J > LIST-H - 1 THEN
               MOVE 'DC3001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

           MOVE EIBTRMID     TO LP-TERM-ID
           MOVE 'APIG1DC3'   TO LP-PGM-NAME
           MOVE OPER-ID      TO LP-OPER-ID
           MOVE SPACES TO E-LECTPERS(44:37)
           EXEC CICS
               WRITE FILE('LECTPEG1')
               FROM (E-LECTPERS)
