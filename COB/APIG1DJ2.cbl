       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DJ2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UN CLIENT / ENSEIGNE'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'DJ2011' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DU CLIENT A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DJ2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UN CLIENT / ENSEIGNE'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DU CLIENT A MODIFIER +
      -' ENTREE'
                       TO FIELD1O
           .

       P-CREATION-CLIENT.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODECLI  TO CL-CODE-CLIENT

               EVALUATE CODE-ERR-1
                   WHEN 1
                       MOVE 'DJ2003' TO W-MSG-ID
                       MOVE 'ENREGISTREMENT CREE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DJ2004' TO W-MSG-ID
                       MOVE 'CLE EXISTANTE, ECHEC CREATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DJ2005' TO W-MSG-ID
                       MOVE 'ECHEC CREATION, PROBLEME FICHER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE CODE-ERREUR TO MSGFLDO
               END-EVALUATE
           .

       P-MODIF-CLIENT.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF
           END-EXEC
           EVALUATE W-CL-CODE-MODIF
               WHEN 1
                   MOVE 'DJ2006' TO W-MSG-ID
                   MOVE 'CLIENT TROUVE'       TO MSGFLDO
                                                 W-MSG-DEFAUT
                   MOVE W-CL-RAISON-SOC   TO RAISSOCO
                   MOVE W-CL-TYPE-CLIENT  TO TYPECLO
                   MOVE W-CL-PAYS         TO PAYSO
                   MOVE W-CL-PAYS         TO BEFORE-IMAGE(32:15)
                   MOVE 1 TO FLAG-MODIF
               WHEN 2
                   MOVE 'DJ2007' TO W-MSG-ID
                   MOVE 'CLIENT NON TROUVE'   TO MSGFLDO
                                                 W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DJ2008' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'      TO MSGFLDO
                                                 W-MSG-DEFAUT
           END-EVALUATE
           .

           END-EXEC
           EVALUATE W-CL-CODE-MODIF
               WHEN 1
                   MOVE 'DJ2009' TO W-MSG-ID
                   MOVE 'MODIFICATION ENREGISTREE' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 2
                   MOVE 'DJ2010' TO W-MSG-ID
                   MOVE 'ECHEC DE LA MODIFICATION' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 4
                   MOVE ERR-RECORD-CHANGED         TO MSGFLDO
               WHEN OTHER
                   MOVE 'DJ2008' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'           TO MSGFLDO
                                                      W-MSG-DEFAUT
           END-EVALUATE
           MOVE 0 TO FLAG-MODIF
           .
