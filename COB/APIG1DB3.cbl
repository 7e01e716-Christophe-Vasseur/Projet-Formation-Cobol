               END-IF
           END-PERFORM
           IF J > LIST-H - 1 THEN
               MOVE 'DB3001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

               END-IF
           END-PERFORM
           IF J > LIST-H - 1 THEN
               MOVE 'DB3001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

