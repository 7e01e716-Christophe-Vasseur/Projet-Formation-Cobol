      * -------------------------------------------------------------- *

       P-ON-INIT.
           MOVE 'DI3001' TO W-TITRE-ID
           MOVE 'RECHERCHE MULTI-ENTITES' TO TITRFLDO
                                             W-TITRE-DEFAUT
           .

       P-ON-LAND.
               PERFORM P-RECHERCHER-FONCTIONS
           END-IF
           IF I = 0 THEN
               MOVE 'DI3002' TO W-MSG-ID
               MOVE 'AUCUN RESULTAT POUR CE MOT-CLE' TO MSGFLDO
                                                        W-MSG-DEFAUT
           ELSE
               IF I >= LIST-H THEN
                   MOVE 'DI3003' TO W-MSG-ID
                   MOVE 'LISTE TRONQUEE, AFFINER LE MOT-CLE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               END-IF
           END-IF
           .
           MOVE EIBTRMID     TO LP-TERM-ID
           MOVE 'APIG1DI3'   TO LP-PGM-NAME
           MOVE OPER-ID      TO LP-OPER-ID
           MOVE SPACES TO E-LECTPERS(44:37)
           EXEC CICS
               WRITE FILE('LECTPEG1')
               FROM (E-LECTPERS)
