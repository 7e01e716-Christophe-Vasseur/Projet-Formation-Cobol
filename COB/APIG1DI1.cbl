               END-IF
           END-PERFORM
           IF J > SCAN-GARDE-FOU THEN
               MOVE 'DI1001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           IF I = 0 THEN
               MOVE ERR-FILE-EMPTY TO MSGFLDO
