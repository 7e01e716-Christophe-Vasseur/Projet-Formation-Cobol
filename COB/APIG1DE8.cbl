           .

       P-ON-DISPLAY.
           MOVE 'DE8001' TO W-TITRE-ID
           MOVE 'CAPTURES DE VENTE - FENETRE DE BATCH'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
           END-EVALUATE
           .

      *    LE REJEU EST RESERVE AU DROIT DE VALIDER (SUPERVISEUR A
      *    DEFAUT DE ROLE) -- C EST LUI QUI CONSTATE LA REOUVERTURE ET
      *    ASSUME LES REJETS
       P-REJOUER-CAPTURES.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EXEC CICS
               EVALUATE W-RJ-RC
                   WHEN 1
                       MOVE SPACES TO MSGFLDO
                       MOVE 1 TO W-LIB-POS
                       MOVE 'DE8005' TO W-LIB-ID
                       MOVE 'REJEU TERMINE :' TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' W-RJ-NB-REJOUEES ' '
                           DELIMITED BY SIZE
                           INTO MSGFLDO WITH POINTER W-LIB-POS
                       MOVE 'DE8006' TO W-LIB-ID
                       MOVE 'REJOUEES,' TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' W-RJ-NB-ACCEPTEES ' '
                           DELIMITED BY SIZE
                           INTO MSGFLDO WITH POINTER W-LIB-POS
                       MOVE 'DE8007' TO W-LIB-ID
                       MOVE 'ACCEPTEES,' TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' W-RJ-NB-REJETEES ' '
                           DELIMITED BY SIZE
                           INTO MSGFLDO WITH POINTER W-LIB-POS
                       MOVE 'DE8008' TO W-LIB-ID
                       MOVE 'REJETEES' TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           INTO MSGFLDO WITH POINTER W-LIB-POS
                   WHEN 2
                       MOVE 'DE8002' TO W-MSG-ID
                       MOVE 'FICHIERS ENCORE FERMES, REJEU REFUSE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DE8003' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
               PERFORM P-ERASE-LIST
               PERFORM P-LISTER-CAPTURES
               END-EXEC
           END-IF
           IF I = 0
               MOVE 'DE8004' TO W-MSG-ID
               MOVE 'AUCUNE CAPTURE ENREGISTREE' TO MSGFLDO
                                                    W-MSG-DEFAUT
           END-IF
           .

