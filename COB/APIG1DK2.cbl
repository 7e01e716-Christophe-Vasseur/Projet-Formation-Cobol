           .

       P-ON-DISPLAY.
           MOVE 'DK2001' TO W-TITRE-ID
           MOVE 'REDIRECTION DE PAIEMENT D''UN AYANT DROIT'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
           PERFORM P-APPELER-SERVICE
           EVALUATE W-RD-RC
               WHEN 1
                   MOVE 'DK2002' TO W-MSG-ID
                   MOVE 'REDIRECTION EN PLACE' TO MSGFLDO
                                                  W-MSG-DEFAUT
                   MOVE W-RD-CODEP-BENEF TO BENEFO
                   MOVE W-RD-DATE-EFFET  TO DATEFFO
                   MOVE W-RD-MOTIF       TO MOTIFO
               WHEN 2
                   MOVE 'DK2003' TO W-MSG-ID
                   MOVE 'AUCUNE REDIRECTION POUR CET AYANT DROIT'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

      *    LA POSE OU LE REMPLACEMENT D UNE REDIRECTION EST RESERVE
      *    AU DROIT DE VALIDER, SUPERVISEUR A DEFAUT DE ROLE (EXIGENCE
      *    DES AUDITEURS -- PLUS AUCUNE MODIFICATION DIRECTE DES
      *    COORDONNEES BANCAIRES)
       P-REMPLACER-REDIRECTION.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-REDIRECT
               PERFORM P-APPELER-SERVICE
               EVALUATE W-RD-RC
                   WHEN 1
                       MOVE 'DK2004' TO W-MSG-ID
                       MOVE 'REDIRECTION ENREGISTREE' TO MSGFLDO
                                                         W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DK2005' TO W-MSG-ID
                       MOVE 'BENEFICIAIRE INCONNU DE PERSONG1'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DK2006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-SUPPRIMER-REDIRECTION.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-REDIRECT
               PERFORM P-APPELER-SERVICE
               EVALUATE W-RD-RC
                   WHEN 1
                       MOVE 'DK2007' TO W-MSG-ID
                       MOVE 'REDIRECTION SUPPRIMEE' TO MSGFLDO
                                                       W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DK2003' TO W-MSG-ID
                       MOVE 'AUCUNE REDIRECTION POUR CET AYANT DROIT'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DK2006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
