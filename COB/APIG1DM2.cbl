           .

       P-ON-DISPLAY.
           MOVE 'DM2001' TO W-TITRE-ID
           MOVE 'CALENDRIER D''EXPLOITATION DE LA CHAINE'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
           PERFORM P-APPELER-SERVICE
           EVALUATE W-JO-RC
               WHEN 1
                   MOVE 'DM2002' TO W-MSG-ID
                   MOVE 'JOUR AU CALENDRIER' TO MSGFLDO
                                                W-MSG-DEFAUT
                   MOVE W-JO-TYPE-JOUR    TO TYPJRO
                   MOVE W-JO-TOP-FIN-MOIS TO FINMOIO
                   MOVE W-JO-TOP-FIN-TRIM TO FINTRIO
                   MOVE W-JO-LIBELLE      TO LIBELO
               WHEN 2
                   MOVE 'DM2003' TO W-MSG-ID
                   MOVE 'JOUR ABSENT DU CALENDRIER' TO MSGFLDO
                                                       W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           PERFORM P-APPELER-SERVICE
           EVALUATE W-JO-RC
               WHEN 1
                   MOVE 'DM2004' TO W-MSG-ID
                   MOVE 'JOUR ENREGISTRE AU CALENDRIER' TO MSGFLDO
                                                           W-MSG-DEFAUT
               WHEN 3
                   MOVE 'DM2005' TO W-MSG-ID
                   MOVE 'SAISIE INVALIDE (DATE, TYPE O/F/W OU TOPS '
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   MOVE 'M/T, CLOTURE SUR JOUR OUVRE SEULEMENT)'
                       TO MSGFLDO(43:37)
                          W-MSG-DEFAUT(43:37)
               WHEN OTHER
                   MOVE 'DM2006' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER' TO MSGFLDO
                                            W-MSG-DEFAUT
           END-EVALUATE
           .

           PERFORM P-APPELER-SERVICE
           EVALUATE W-JO-RC
               WHEN 1
                   MOVE 'DM2007' TO W-MSG-ID
                   MOVE 'JOUR SUPPRIME DU CALENDRIER' TO MSGFLDO
                                                         W-MSG-DEFAUT
               WHEN 2
                   MOVE 'DM2003' TO W-MSG-ID
                   MOVE 'JOUR ABSENT DU CALENDRIER' TO MSGFLDO
                                                       W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DM2006' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER' TO MSGFLDO
                                            W-MSG-DEFAUT
           END-EVALUATE
           .

