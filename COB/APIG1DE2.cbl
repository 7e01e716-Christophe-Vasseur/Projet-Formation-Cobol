       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DE2001' TO W-TITRE-ID
                   MOVE 'CREATION DE VENTES' TO TITRFLDO
                                                W-TITRE-DEFAUT
                   MOVE 'DE2019' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DES VENTES A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DE2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UNE VENTE' TO TITRFLDO
                                                       W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DE LA VENTE A MODIFIER
      -' + ENTREE'
                       TO FIELD1O
           .

       P-CREATION-VENTES.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF PRIXVNTI = 0 OR QTEVNTI = 0
                   END-EXEC
                   EVALUATE TRUE
                       WHEN W-VE-RC-NORMAL
                           MOVE 'DE2003' TO W-MSG-ID
                           MOVE 'VENTE CREE' TO MSGFLDO
                                                W-MSG-DEFAUT
                       WHEN W-VE-RC-CAPTEE
                           MOVE 'DE2004' TO W-MSG-ID
                           MOVE 'FICHIERS FERMES - SAISIE CAPTUREE, REJE
      -'U A LA REOUVERTURE' TO MSGFLDO
                               W-MSG-DEFAUT
                       WHEN W-VE-RC-NOTOPEN
                           MOVE 'DE2005' TO W-MSG-ID
                           MOVE 'FICHIER FERME' TO MSGFLDO
                                                   W-MSG-DEFAUT
                       WHEN W-VE-RC-DUPREC
                           MOVE 'DE2006' TO W-MSG-ID
                           MOVE 'VENTE EXISTANTE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                       WHEN W-VE-RC-NOTFND
                           MOVE ERR-FK-UNKNOWN TO MSGFLDO
                       WHEN W-VE-RC-PERIODE-CLOSE
                           MOVE 'DE2007' TO W-MSG-ID
                           MOVE 'PERIODE CLOSE, SAISIE REFUSEE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN W-VE-RC-ALBUM-BLOQUE
                           MOVE 'DE2008' TO W-MSG-ID
                           MOVE 'ALBUM BLOQUE, VENTE REFUSEE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN W-VE-RC-NORMAL-ALERTE
                           MOVE 'DE2009' TO W-MSG-ID
                           MOVE 'VENTE CREEE - ENCOURS PROCHE DE LA LIMI
      -                       'TE DE CREDIT' TO MSGFLDO
                                                W-MSG-DEFAUT
                       WHEN W-VE-RC-LIMITE-CREDIT
                           MOVE 'DE2010' TO W-MSG-ID
                           MOVE 'LIMITE DE CREDIT DEPASSEE, VENTE REFUSE
      -                       'E' TO MSGFLDO
                                     W-MSG-DEFAUT
                       WHEN W-VE-RC-HORS-CONVENTION
                           MOVE 'DE2011' TO W-MSG-ID
                           MOVE 'AUCUNE CONVENTION DE DISTRIBUTION EN VI
      -                       'GUEUR, VENTE REFUSEE' TO MSGFLDO
                                                        W-MSG-DEFAUT
                       WHEN W-VE-RC-EXCLUSIVITE-TIERS
                           MOVE 'DE2012' TO W-MSG-ID
                           MOVE 'EXCLUSIVITE D UNE AUTRE MAISON, VENTE R
      -                       'EFUSEE' TO MSGFLDO
                                          W-MSG-DEFAUT
                       WHEN OTHER
                           MOVE W-VE-RC-CICS-1 TO E-RC-1
                           MOVE W-VE-RC-CICS-2 TO E-RC-2
           .

       P-MODIF-VENTES.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF
           END-EXEC
           EVALUATE W-VE-CODE-MODIF
               WHEN 1
                   MOVE 'DE2013' TO W-MSG-ID
                   MOVE 'VENTE TROUVEE'     TO MSGFLDO
                                               W-MSG-DEFAUT
                   MOVE W-VE-SIREN          TO SIRENO
                   MOVE W-VE-DATE-VENTE     TO DATVNTO
                   MOVE W-VE-NUM-LIGNE      TO NUMLIGO
                   MOVE W-VENTES-AVANT      TO BEFORE-IMAGE(1:15)
                   MOVE 1 TO FLAG-MODIF
               WHEN 2
                   MOVE 'DE2014' TO W-MSG-ID
                   MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                               W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DE2015' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'    TO MSGFLDO
                                               W-MSG-DEFAUT
           END-EVALUATE
           .

           END-EXEC
           EVALUATE W-VE-CODE-MODIF
               WHEN 1
                   MOVE 'DE2016' TO W-MSG-ID
                   MOVE 'MODIFICATION ENREGISTREE' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 2
                   MOVE 'DE2017' TO W-MSG-ID
                   MOVE 'ECHEC DE LA MODIFICATION' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 4
                   MOVE ERR-RECORD-CHANGED         TO MSGFLDO
               WHEN 5
                   MOVE ERR-FK-UNKNOWN             TO MSGFLDO
               WHEN 6
                   MOVE 'DE2018' TO W-MSG-ID
                   MOVE 'PERIODE CLOSE, MODIFICATION REFUSEE'
                                                   TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DE2015' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'           TO MSGFLDO
                                                      W-MSG-DEFAUT
           END-EVALUATE
           MOVE 0 TO FLAG-MODIF
           .
