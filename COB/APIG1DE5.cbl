           .

       P-ON-DISPLAY.
           MOVE 'DE5001' TO W-TITRE-ID
           MOVE 'SAISIE DES PRECOMMANDES' TO TITRFLDO
                                             W-TITRE-DEFAUT
           MOVE 'DE5007' TO W-LIB-ID
           MOVE 'SAISIR LES CHAMPS DE LA PRECOMMANDE A ENREGISTRER'
               TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO FIELD1O
           MOVE 'LA DATE DE SAISIE ET LE NUMERO DE LIGNE SONT ATTRIBUES
      -    'AUTOMATIQUEMENT'
               TO FIELD2O
           .

       P-CREATION-PRECOM.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF PRIXVNTI = 0 OR QTEVNTI = 0
                   END-EXEC
                   EVALUATE TRUE
                       WHEN W-PC-RC-NORMAL
                           MOVE 'DE5002' TO W-MSG-ID
                           MOVE 'PRECOMMANDE ENREGISTREE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN W-PC-RC-NOTOPEN
                           MOVE 'DE5003' TO W-MSG-ID
                           MOVE 'FICHIER FERME' TO MSGFLDO
                                                   W-MSG-DEFAUT
                       WHEN W-PC-RC-DUPREC
                           MOVE 'DE5004' TO W-MSG-ID
                           MOVE 'PRECOMMANDE EXISTANTE' TO MSGFLDO
                                                           W-MSG-DEFAUT
                       WHEN W-PC-RC-NOTFND
                           MOVE ERR-FK-UNKNOWN TO MSGFLDO
                       WHEN W-PC-RC-DEJA-SORTI
                           MOVE 'DE5005' TO W-MSG-ID
                           MOVE 'ALBUM DEJA SORTI, SAISIR UNE VENTE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN W-PC-RC-ALBUM-BLOQUE
                           MOVE 'DE5006' TO W-MSG-ID
                           MOVE 'ALBUM BLOQUE, PRECOMMANDE REFUSEE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN OTHER
                           MOVE W-PC-RC-CICS-1 TO E-RC-1
                           MOVE W-PC-RC-CICS-2 TO E-RC-2
