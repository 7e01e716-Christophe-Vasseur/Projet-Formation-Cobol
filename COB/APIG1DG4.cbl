           .

       P-ON-DISPLAY.
           MOVE 'DG4001' TO W-TITRE-ID
           MOVE 'AJOUT D''UNE CHANSON DANS UNE PLAYLIST'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           MOVE 'DG4005' TO W-LIB-ID
           MOVE 'SAISIR LE CODE PLAYLIST ET LE CODE CHANSON + ENTREE'
               TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO FIELD1O
           .

       P-ON-SUBMIT.
           .

       P-AJOUT-CHANSON-PLAYLIST.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE PLCDI TO PC-PL-CODE
               EVALUATE CODE-ERR-1
                   WHEN 1
                       PERFORM P-AFFICHER-CONFIRMATION
                       MOVE 'DG4004' TO W-LIB-ID
                       MOVE 'CHANSON AJOUTEE A LA PLAYLIST, CODE'
                           TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' PC-PL-CODE
                           DELIMITED BY SIZE
                           INTO MSGFLDO
                   WHEN 2
                       MOVE 'DG4003' TO W-MSG-ID
                       MOVE
                        'CHANSON DEJA PRESENTE DANS CETTE PLAYLIST'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE ERR-FK-UNKNOWN TO MSGFLDO
                   WHEN 4
                       MOVE ERR-FK-UNKNOWN TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DG4002' TO W-MSG-ID
                       MOVE 'ECHEC AJOUT, PROBLEME FICHIER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
