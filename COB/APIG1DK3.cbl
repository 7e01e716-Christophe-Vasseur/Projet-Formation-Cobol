           .

       P-ON-DISPLAY.
           MOVE 'DK3001' TO W-TITRE-ID
           MOVE 'SUIVI DES LITIGES DE DROITS D''AUTEUR'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
           PERFORM P-APPELER-SERVICE
           EVALUATE W-LT-RC
               WHEN 1
                   MOVE 'DK3002' TO W-MSG-ID
                   MOVE 'DOSSIER TROUVE' TO MSGFLDO
                                            W-MSG-DEFAUT
                   PERFORM P-AFFICHER-DOSSIER
               WHEN 2
                   MOVE 'DK3003' TO W-MSG-ID
                   MOVE 'AUCUN DOSSIER POUR CETTE LIGNE' TO MSGFLDO
                                                            W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

       P-APPELER-LITIGE-1.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE 1 TO W-LT-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-LT-RC
                   WHEN 1
                       MOVE 'DK3004' TO W-MSG-ID
                       MOVE 'DOSSIER OUVERT, PAIEMENT SUSPENDU'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-DOSSIER
                   WHEN 3
                       MOVE 'DK3005' TO W-MSG-ID
                       MOVE 'LIGNE ROYALLG1 INCONNUE' TO MSGFLDO
                                                         W-MSG-DEFAUT
                   WHEN 4
                       MOVE 'DK3006' TO W-MSG-ID
                       MOVE 'DOSSIER DEJA OUVERT' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DK3007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-APPELER-LITIGE-2.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE 2 TO W-LT-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-LT-RC
                   WHEN 1
                       MOVE 'DK3008' TO W-MSG-ID
                       MOVE 'DOSSIER ANNOTE (EN EXAMEN)' TO MSGFLDO
                                                            W-MSG-DEFAUT
                       PERFORM P-AFFICHER-DOSSIER
                   WHEN 2
                       MOVE 'DK3003' TO W-MSG-ID
                       MOVE 'AUCUN DOSSIER POUR CETTE LIGNE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DK3007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-APPELER-LITIGE-3.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE 3 TO W-LT-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-LT-RC
                   WHEN 1
                       MOVE 'DK3009' TO W-MSG-ID
                       MOVE 'DOSSIER RESOLU, PAIEMENT LIBERE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-DOSSIER
                   WHEN 2
                       MOVE 'DK3003' TO W-MSG-ID
                       MOVE 'AUCUN DOSSIER POUR CETTE LIGNE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DK3007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
