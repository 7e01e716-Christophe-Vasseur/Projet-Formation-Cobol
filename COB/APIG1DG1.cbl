       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DG1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UNE PLAYLIST' TO TITRFLDO
                                                          W-TITRE-DEFAUT
                   MOVE 'DG1002' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN 3
                   MOVE 'DG1003' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UNE PLAYLIST' TO TITRFLDO
                                                         W-TITRE-DEFAUT
                   MOVE 'DG1004' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE

           EVALUATE W-PL-CODE-CONSULT
               WHEN 1
                   MOVE 'DG1005' TO W-MSG-ID
                   MOVE 'PLAYLIST TROUVEE'     TO MSGFLDO
                                                  W-MSG-DEFAUT
                   MOVE W-PL-NOM            TO NOMO
                   MOVE W-PL-DATE-CREATION  TO DATECO
               WHEN 2
                   MOVE 'DG1006' TO W-MSG-ID
                   MOVE 'PLAYLIST NON TROUVEE' TO MSGFLDO
                                                  W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DG1007' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-SUPPRESSION-PLAYLIST.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODEGI TO PL-CODE
                   WHEN 1
                       MOVE W-PL-NOM           TO NOMO
                       MOVE W-PL-DATE-CREATION TO DATECO
                       MOVE 'DG1008' TO W-MSG-ID
                       MOVE 'PLAYLIST SUPPRIMEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DG1006' TO W-MSG-ID
                       MOVE 'PLAYLIST NON TROUVEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DG1009' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER'  TO MSGFLDO
                                                   W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
