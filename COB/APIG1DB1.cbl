      * SOUS-PARAGRAPHES

       01 W-CHANSON.
           05 W-CH-CODEC           PIC X(06).
           05 W-CH-CODEA           PIC X(06).
           05 W-CH-TITREC          PIC X(40).
           05 W-CH-NUM-PISTE       PIC 9(02).
           05 W-CH-DUREE           PIC 9(03).
       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DB1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UNE CHANSON' TO TITRFLDO
                                                         W-TITRE-DEFAUT
                   MOVE 'DB1002' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN 3
                   MOVE 'DB1003' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UNE CHANSON'  TO TITRFLDO
                                                         W-TITRE-DEFAUT
                   MOVE 'DB1004' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE

           EVALUATE W-CH-CODE-CONSULT
               WHEN 1
                   MOVE 'DB1005' TO W-MSG-ID
                   MOVE 'CHANSON TROUVEE' TO MSGFLDO
                                             W-MSG-DEFAUT
                   MOVE W-CH-TITREC       TO TITRECO
                   MOVE W-CH-CODEA        TO CODEAO
                   MOVE W-CH-NUM-PISTE    TO NUMPISO
                   MOVE W-CH-DUREE        TO DUREEO
               WHEN 2
                   MOVE 'DB1006' TO W-MSG-ID
                   MOVE 'CHANSON NON TROUVEE' TO MSGFLDO
                                                 W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DB1007' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-SUPPRESSION-CHANSON.

           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODECI TO CH-CODEC
                       MOVE W-CH-CODEA            TO CODEAO
                       MOVE W-CH-NUM-PISTE        TO NUMPISO
                       MOVE W-CH-DUREE            TO DUREEO
                       MOVE 'DB1008' TO W-MSG-ID
                       MOVE 'CHANSON SUPPRIMEE'   TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DB1006' TO W-MSG-ID
                       MOVE 'CHANSON NON TROUVEE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DB1009' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER' TO MSGFLDO
                                                  W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
