           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EX-CODE            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EX-REF             PIC X(25).
           05 FILLER               PIC X(13) VALUE SPACES.

      * SOUS-PARAGRAPHES

           .

       P-ON-DISPLAY.
           MOVE 'DM5001' TO W-TITRE-ID
           MOVE 'BOITE DES EXCEPTIONS DE BATCH'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
               END-EXEC
           END-IF
           IF I = 0
               MOVE 'DM5002' TO W-MSG-ID
               MOVE 'AUCUNE EXCEPTION EN ATTENTE' TO MSGFLDO
                                                     W-MSG-DEFAUT
           END-IF
           .

       P-ACQUITTER-EXCEPTION.
           IF NUMI < 1 OR NUMI > 12
                   OR EXCEPT-KEY (NUMI) = SPACES
               MOVE 'DM5003' TO W-MSG-ID
               MOVE 'NUMERO DE LIGNE INVALIDE, RELISTER (L)'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           ELSE
               MOVE EXCEPT-KEY (NUMI) TO EX-CLE
               EXEC CICS
                   RESP2 (W-EX-RC-CICS-2)
               END-EXEC
               IF NOT CICS-RESP-OK-EX
                   MOVE 'DM5004' TO W-MSG-ID
                   MOVE 'EXCEPTION INTROUVABLE, RELISTER (L)'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
                   SET EX-ACQUITTEE TO TRUE
                   MOVE OPER-ID TO EX-OPER-ACK
                       RESP2 (W-EX-RC-CICS-2)
                   END-EXEC
                   IF CICS-RESP-OK-EX
                       MOVE 'DM5005' TO W-MSG-ID
                       MOVE 'EXCEPTION ACQUITTEE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   ELSE
                       MOVE 'DM5006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
                   END-IF
               END-IF
               PERFORM P-ERASE-LIST
