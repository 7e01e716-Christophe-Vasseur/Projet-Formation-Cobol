      * SOUS-PARAGRAPHES

       01  W-PERSONNE.
           05 W-PE-CODEP           PIC X(06).
           05 W-PE-CODE-TYPE       PIC X(01).
           05 W-PE-IDENTITE        PIC X(25).
           05 W-PE-CODE-CONSULT    PIC 9(01).
       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DC1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UNE PERSONNE' TO TITRFLDO
                                                          W-TITRE-DEFAUT
                   MOVE 'DC1002' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN 3
                   MOVE 'DC1003' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UNE PERSONNE'  TO TITRFLDO
                                                          W-TITRE-DEFAUT
                   MOVE 'DC1004' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE

           EVALUATE W-PE-CODE-CONSULT
               WHEN 1
                   MOVE 'DC1005' TO W-MSG-ID
                   MOVE 'PERSONNE TROUVE'     TO MSGFLDO
                                                 W-MSG-DEFAUT
                   MOVE W-PE-IDENTITE         TO IDENTO
                   MOVE W-PE-CODE-TYPE        TO CODETO
               WHEN 2
                   MOVE 'DC1006' TO W-MSG-ID
                   MOVE 'PERSONNE NON TROUVE' TO MSGFLDO
                                                 W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DC1007' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-SUPPRESSION-PERSONNE.

           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODEPI TO PE-CODEP
                       MOVE W-PE-CODEP     TO CODEPO
                       MOVE W-PE-IDENTITE  TO IDENTO
                       MOVE W-PE-CODE-TYPE TO CODETO
                       MOVE 'DC1008' TO W-MSG-ID
                       MOVE 'PERSONNE SUPPRIMEE'   TO MSGFLDO
                                                      W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DC1009' TO W-MSG-ID
                       MOVE 'PERSONNE NON TROUVEE' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   WHEN 3
                       MOVE ERR-REFERENCED         TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DC1010' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER'     TO MSGFLDO
                                                      W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
