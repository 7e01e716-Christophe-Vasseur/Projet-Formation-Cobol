      * SOUS-PARAGRAPHES

       01 W-ALBUM.
           05 W-AL-CODEA           PIC X(06).
           05 W-AL-TITREA          PIC X(30).
           05 W-AL-DATE-SORTIE     PIC X(10).
           05 W-AL-GENRE           PIC X(15).
       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DA1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UN ALBUM' TO TITRFLDO
                                                      W-TITRE-DEFAUT
                   MOVE 'DA1002' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN 3
                   MOVE 'DA1003' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UN ALBUM'  TO TITRFLDO
                                                      W-TITRE-DEFAUT
                   MOVE 'DA1004' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           END-EXEC
           EVALUATE W-AL-CODE-CONSULT
               WHEN 1
                   MOVE 'DA1005' TO W-MSG-ID
                   MOVE 'ALBUM TROUVE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   MOVE W-AL-TITREA TO TITREAO
                   MOVE W-AL-DATE-SORTIE TO DATESOO
                   MOVE W-AL-GENRE TO GENREO
                   MOVE W-AL-NB-CHANSONS TO NBCHANO
               WHEN 2
                   MOVE 'DA1006' TO W-MSG-ID
                   MOVE 'ALBUM NON TROUVE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DA1007' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-SUPPRESSION-ALBUM.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODEAI TO AL-CODEA
                       MOVE W-AL-TITREA        TO TITREAO
                       MOVE W-AL-DATE-SORTIE   TO DATESOO
                       MOVE W-AL-GENRE         TO GENREO
                       MOVE 'DA1008' TO W-MSG-ID
                       MOVE 'ALBUM SUPPRIME'   TO MSGFLDO
                                                  W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DA1006' TO W-MSG-ID
                       MOVE 'ALBUM NON TROUVE' TO MSGFLDO
                                                  W-MSG-DEFAUT
                   WHEN 3
                       MOVE ERR-REFERENCED     TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DA1009' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER' TO MSGFLDO
                                                  W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
