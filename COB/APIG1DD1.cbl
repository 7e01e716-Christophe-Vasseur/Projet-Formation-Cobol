       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DD1001' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
                   MOVE 'DD1002' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UN CONTRAT' TO TITRFLDO
                                                        W-TITRE-DEFAUT
               WHEN 3
                   MOVE 'DD1003' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
                   MOVE 'DD1004' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UN CONTRAT' TO TITRFLDO
                                                       W-TITRE-DEFAUT
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           END-EXEC
           EVALUATE TRUE
               WHEN W-CO-RC-NORMAL
                   MOVE 'DD1005' TO W-MSG-ID
                   MOVE 'CONTRAT TROUVE' TO MSGFLDO
                                            W-MSG-DEFAUT
                   PERFORM P-AFFICHER-CONTRAT
               WHEN W-CO-RC-NOTOPEN
                   MOVE 'DD1006' TO W-MSG-ID
                   MOVE 'FICHIER FERME' TO MSGFLDO
                                           W-MSG-DEFAUT
               WHEN W-CO-RC-NOTFND
                   MOVE 'DD1007' TO W-MSG-ID
                   MOVE 'CONTRAT NON TROUVE' TO MSGFLDO
                                                W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
      *            DEBUGGING PURPOSE ONLY§
           .

       P-SUPPRESSION-CONTRAT.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODEAI   TO E-CO-CODEA
               END-EXEC
               EVALUATE TRUE
                   WHEN W-CO-RC-NORMAL
                       MOVE 'DD1008' TO W-MSG-ID
                       MOVE 'CONTRAT SUPPRIME' TO MSGFLDO
                                                  W-MSG-DEFAUT
                       PERFORM P-AFFICHER-CONTRAT
                   WHEN W-CO-RC-NOTOPEN
                       MOVE 'DD1006' TO W-MSG-ID
                       MOVE 'FICHIER FERME' TO MSGFLDO
                                               W-MSG-DEFAUT
                   WHEN W-CO-RC-NOTFND
                       MOVE 'DD1007' TO W-MSG-ID
                       MOVE 'CONTRAT NON TROUVE' TO MSGFLDO
                                                    W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE ERR-UNKNOWN TO MSGFLDO
      *                DEBUGGING PURPOSE ONLY§
