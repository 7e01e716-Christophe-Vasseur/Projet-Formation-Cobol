
      *    ZONE D AFFICHAGE D UNE LIGNE DE LISTE
       01 O-SYNCLIC.
           05 O-SL-CODEC           PIC X(06).
           05 O-SL-NUM-LICENCE     PIC X(04).
           05 O-SL-LICENCIE        PIC X(30).
           05 O-SL-TYPE-USAGE      PIC X(03).
               END-IF
           END-PERFORM
           IF J > LIST-H - 1 THEN
               MOVE 'DL2001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

               END-IF
           END-PERFORM
           IF J > LIST-H - 1 THEN
               MOVE 'DL2001' TO W-MSG-ID
               MOVE 'INDEX OVERFLOW§ INFINITE LOOP CANCELED?'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

