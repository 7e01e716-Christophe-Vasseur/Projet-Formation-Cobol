           .

       P-ON-DISPLAY.
           MOVE 'DM4001' TO W-TITRE-ID
           MOVE 'JOURNAL DES TRANSMISSIONS SORTANTES'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
               END-EXEC
           END-IF
           IF I = 0
               MOVE 'DM4002' TO W-MSG-ID
               MOVE 'AUCUNE TRANSMISSION POUR CE FILTRE' TO MSGFLDO
                                                            W-MSG-DEFAUT
           END-IF
           .

