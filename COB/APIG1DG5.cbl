
       01  E-REORG-REQ.
           05 RQ-PL-CODE           PIC X(04).
           05 RQ-CH-CODEC          PIC X(06).
           05 RQ-NUM-POSITION      PIC 9(03).
           05 FILLER               PIC X(67).

       01 CODE-ERREUR.
           02 CODE-ERR-1 PIC 9(04).
           .

       P-ON-DISPLAY.
           MOVE 'DG5001' TO W-TITRE-ID
           MOVE 'REORGANISATION DES PISTES D''UNE PLAYLIST'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           MOVE 'DG5006' TO W-LIB-ID
           MOVE 'SAISIR PLAYLIST, CHANSON ET NOUVELLE POSITION + ENTREE'
               TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO FIELD1O
           .

       P-ON-SUBMIT.
           .

       P-DEPLACER-CHANSON.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF POSI NOT NUMERIC OR POSI = SPACES
                   MOVE 'DG5002' TO W-MSG-ID
                   MOVE 'POSITION INVALIDE, SAISIR UN NOMBRE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
                   PERFORM P-APPELER-SERVICE-REORG
               END-IF

           EVALUATE CODE-ERR-1
               WHEN 1
                   MOVE SPACES TO MSGFLDO
                   MOVE 1 TO W-LIB-POS
                   MOVE 'DG5007' TO W-LIB-ID
                   MOVE 'CHANSON DEPLACEE, PLAYLIST' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   STRING W-LIB-TEXTE DELIMITED BY '  '
                       ' ' RQ-PL-CODE ' '
                       DELIMITED BY SIZE
                       INTO MSGFLDO WITH POINTER W-LIB-POS
                   MOVE 'DG5008' TO W-LIB-ID
                   MOVE 'RENUMEROTEE' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   STRING W-LIB-TEXTE DELIMITED BY '  '
                       INTO MSGFLDO WITH POINTER W-LIB-POS
               WHEN 3
                   MOVE ERR-FK-UNKNOWN TO MSGFLDO
               WHEN 4
                   MOVE 'DG5003' TO W-MSG-ID
                   MOVE 'CHANSON ABSENTE DE CETTE PLAYLIST'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN 6
                   MOVE 'DG5004' TO W-MSG-ID
                   MOVE 'POSITION HORS LIMITES DE LA PLAYLIST'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DG5005' TO W-MSG-ID
                   MOVE 'ECHEC DEPLACEMENT, PROBLEME FICHIER'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

