       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DG2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UNE PLAYLIST' TO TITRFLDO
                                                      W-TITRE-DEFAUT
                   MOVE 'DG2011' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DE LA PLAYLIST A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DG2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UNE PLAYLIST' TO TITRFLDO
                                                          W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DE LA PLAYLIST A
      -'MODIFIER + ENTREE'
                       TO FIELD1O
           .

       P-CREATION-PLAYLIST.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF CODEGI = LOW-VALUE OR SPACES

               EVALUATE CODE-ERR-1
                   WHEN 1
                       MOVE 'DG2010' TO W-LIB-ID
                       MOVE 'ENREGISTREMENT CREE, CODE'
                           TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' PL-CODE
                           DELIMITED BY SIZE
                           INTO MSGFLDO
                   WHEN 2
                       MOVE 'DG2003' TO W-MSG-ID
                       MOVE 'CLE EXISTANTE, ECHEC CREATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DG2004' TO W-MSG-ID
                       MOVE 'ECHEC CREATION, PROBLEME FICHER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE CODE-ERREUR TO MSGFLDO
               END-EVALUATE
           .

       P-MODIF-PLAYLIST.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF

                       EVALUATE W-PL-CODE-MODIF
                           WHEN 1
                               MOVE 'DG2005' TO W-MSG-ID
                               MOVE 'PLAYLIST TROUVEE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                               MOVE W-PL-NOM           TO NOMO
                               MOVE W-PL-DATE-CREATION TO DATECO
                               MOVE W-PL-NOM TO
                                   TO BEFORE-IMAGE(31:10)
                               MOVE 1 TO FLAG-MODIF
                           WHEN 2
                               MOVE 'DG2006' TO W-MSG-ID
                               MOVE 'PLAYLIST NON TROUVEE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN OTHER
                               MOVE 'DG2007' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'  TO MSGFLDO
                                                         W-MSG-DEFAUT
                       END-EVALUATE

                   WHEN 1

                       EVALUATE W-PL-CODE-MODIF
                           WHEN 1
                               MOVE 'DG2008' TO W-MSG-ID
                               MOVE 'MODIFICATION ENREGISTREE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN 2
                               MOVE 'DG2009' TO W-MSG-ID
                               MOVE 'ECHEC DE LA MODIFICATION'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN 4
                               MOVE ERR-RECORD-CHANGED   TO MSGFLDO
                           WHEN OTHER
                               MOVE 'DG2007' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'     TO MSGFLDO
                                                            W-MSG-DEFAUT
                       END-EVALUATE

                       MOVE 0 TO FLAG-MODIF
