       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DE1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION DES VENTES' TO TITRFLDO
                                                     W-TITRE-DEFAUT
               WHEN 3
                   MOVE 'DE1002' TO W-TITRE-ID
                   MOVE 'SUPPRESSION DE VENTES'   TO TITRFLDO
                                                     W-TITRE-DEFAUT
               WHEN 4
                   MOVE 'DE1003' TO W-TITRE-ID
                   MOVE 'RETOUR / REMBOURSEMENT DE VENTES'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
               WHEN OTHER
                   MOVE 'DE1004' TO W-MSG-ID
                   MOVE 'RETOURNEZ AU MENU PRECEDENT' TO MSGFLDO
                                                         W-MSG-DEFAUT
            END-EVALUATE
           .

           END-EXEC
           EVALUATE TRUE
               WHEN W-VE-RC-NORMAL
                   MOVE 'DE1005' TO W-MSG-ID
                   MOVE 'VENTE TROUVEE' TO MSGFLDO
                                           W-MSG-DEFAUT
                   PERFORM P-AFFICHER-VENTES
               WHEN W-VE-RC-NOTOPEN
                   MOVE 'DE1006' TO W-MSG-ID
                   MOVE 'FICHIER FERME' TO MSGFLDO
                                           W-MSG-DEFAUT
               WHEN W-VE-RC-NOTFND
                   MOVE 'DE1007' TO W-MSG-ID
                   MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                               W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
      *            DEBUGGING PURPOSE ONLY§
           .

       P-SUPPRESSION-VENTES.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODEAI    TO VE-CODEA
               END-EXEC
               EVALUATE TRUE
                   WHEN W-VE-RC-NORMAL
                       MOVE 'DE1008' TO W-MSG-ID
                       MOVE 'VENTE SUPPRIMEE' TO MSGFLDO
                                                 W-MSG-DEFAUT
                       PERFORM P-AFFICHER-VENTES
                   WHEN W-VE-RC-NOTOPEN
                       MOVE 'DE1006' TO W-MSG-ID
                       MOVE 'FICHIER FERME' TO MSGFLDO
                                               W-MSG-DEFAUT
                   WHEN W-VE-RC-NOTFND
                       MOVE 'DE1007' TO W-MSG-ID
                       MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                                   W-MSG-DEFAUT
                   WHEN W-VE-RC-PERIODE-CLOSE
                       MOVE 'DE1009' TO W-MSG-ID
                       MOVE 'PERIODE CLOSE, SUPPRESSION REFUSEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE ERR-UNKNOWN TO MSGFLDO
      *                DEBUGGING PURPOSE ONLY§
      *    CONNAITRE SA QUANTITE ET SON PRIX ACTUELS.

       P-RETOUR-VENTES.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF QTEVNTI = 0
                       WHEN 1
                           PERFORM P-TRAITER-RETOUR-VENTES
                       WHEN 2
                           MOVE 'DE1007' TO W-MSG-ID
                           MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                                       W-MSG-DEFAUT
                       WHEN OTHER
                           MOVE ERR-UNKNOWN TO MSGFLDO
                   END-EVALUATE
           END-EXEC
           EVALUATE TRUE
               WHEN W-VE-RC-NORMAL
                   MOVE 'DE1010' TO W-MSG-ID
                   MOVE 'RETOUR PARTIEL ENREGISTRE' TO MSGFLDO
                                                       W-MSG-DEFAUT
               WHEN W-VE-RC-DUPREC
                   MOVE 'DE1011' TO W-MSG-ID
                   MOVE 'RETOUR DEJA ENREGISTRE CE JOUR' TO MSGFLDO
                                                            W-MSG-DEFAUT
               WHEN W-VE-RC-RETOUR-EXCESSIF
                   MOVE 'DE1012' TO W-MSG-ID
                   MOVE 'CUMUL DES RETOURS SUPERIEUR A LA VENTE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN W-VE-RC-CAPTEE
                   MOVE 'DE1013' TO W-MSG-ID
                   MOVE 'FICHIERS FERMES - SAISIE CAPTUREE, REJEU A LA R
      -'EOUVERTURE' TO MSGFLDO
                       W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DE1014' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER' TO MSGFLDO
                                            W-MSG-DEFAUT
           END-EVALUATE
           .

           END-EXEC
           EVALUATE TRUE
               WHEN W-VE-RC-NORMAL
                   MOVE 'DE1015' TO W-MSG-ID
                   MOVE 'RETOUR TOTAL ENREGISTRE' TO MSGFLDO
                                                     W-MSG-DEFAUT
               WHEN W-VE-RC-DUPREC
                   MOVE 'DE1011' TO W-MSG-ID
                   MOVE 'RETOUR DEJA ENREGISTRE CE JOUR' TO MSGFLDO
                                                            W-MSG-DEFAUT
               WHEN W-VE-RC-RETOUR-EXCESSIF
                   MOVE 'DE1012' TO W-MSG-ID
                   MOVE 'CUMUL DES RETOURS SUPERIEUR A LA VENTE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
