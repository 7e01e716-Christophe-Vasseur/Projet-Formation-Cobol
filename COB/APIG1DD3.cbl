               END-IF
           END-PERFORM
           IF J > SCAN-GARDE-FOU THEN
               MOVE 'DD3001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

               END-IF
           END-PERFORM
           IF J > SCAN-GARDE-FOU THEN
               MOVE 'DD3001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

