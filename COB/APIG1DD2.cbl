      *    ZONE DE RECEPTION DE LA REPONSE DE PGMG1VDR (CONSULTATION
      *    D UN BROUILLON DE RENOUVELLEMENT EN ATTENTE)
       01 W-RENOUV.
           05 W-RN-CODEA            PIC X(06).
           05 W-RN-CODEP            PIC X(06).
           05 W-RN-SIREN            PIC X(05).
           05 W-RN-FONCTION         PIC X(20).
           05 W-RN-DATE-SIGN        PIC X(10).
      *    ZONE ECHANGEE AVEC PGMG1VD6 (TERRITOIRES AUTORISES DU
      *    CONTRAT, CF CTRTERRI.cpy)
       01 W-CTRTERRS.
           05 W-TE-CODEA           PIC X(06).
           05 W-TE-CODEP           PIC X(06).
           05 W-TE-SIREN           PIC X(05).
           05 W-TE-CODE-FONC       PIC 9(01).
           05 W-TE-RC              PIC 9(01).
      *    ZONE ECHANGEE AVEC PGMG1VD5 (PALIERS DE TAUX PROGRESSIFS
      *    DU CONTRAT, CF CTRPALIE.cpy)
       01 W-CTRPALIERS.
           05 W-PX-CODEA           PIC X(06).
           05 W-PX-CODEP           PIC X(06).
           05 W-PX-SIREN           PIC X(05).
           05 W-PX-CODE-FONC       PIC 9(01).
           05 W-PX-RC              PIC 9(01).
       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DD2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UN CONTRAT' TO TITRFLDO
                                                    W-TITRE-DEFAUT
                   MOVE 'DD2015' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DU CONTRAT A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DD2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UN CONTRAT'  TO TITRFLDO
                                                         W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DU CONTRAT A MODIFIER
      -'+ ENTREE'
                       TO FIELD1O
           .

       P-CREATION-CONTRAT.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
      *        FONCTION LAISSEE VIDE = LE CLERC DEMANDE L APPROBATION
                           INTO DROITS-INT, DROITS-DEC
                       MOVE DROITS-PIC9 TO E-CO-TAUX-RESERVE
                   END-IF
                   IF TXMERCI = SPACES
                       MOVE ZERO TO E-CO-TAUX-MERCH
                   ELSE
                       UNSTRING TXMERCI
                           DELIMITED BY ','
                           INTO DROITS-INT, DROITS-DEC
                       MOVE DROITS-PIC9 TO E-CO-TAUX-MERCH
                   END-IF
                   IF ECOULI IS NUMERIC
                       MOVE ECOULI TO E-CO-MOIS-ECOULEMENT
                   ELSE
                       MOVE ZERO TO E-CO-MOIS-ECOULEMENT
                   END-IF
      *            UN CONTRAT NOUVELLEMENT SAISI DEMARRE EN
      *            BROUILLON TANT QUE LE PAPIER N EST PAS SIGNE
                   IF STATUTI = SPACES
           END-EXEC
           EVALUATE TRUE
               WHEN W-CO-RC-NORMAL
                   MOVE 'DD2003' TO W-MSG-ID
                   MOVE 'CONTRAT CREE' TO MSGFLDO
                                          W-MSG-DEFAUT
                   PERFORM P-REMPLACER-PALIERS
                   PERFORM P-REMPLACER-TERRITOIRES
               WHEN W-CO-RC-NOTOPEN
                   MOVE 'DD2004' TO W-MSG-ID
                   MOVE 'FICHIER FERME' TO MSGFLDO
                                           W-MSG-DEFAUT
               WHEN W-CO-RC-DUPREC
                   MOVE 'DD2005' TO W-MSG-ID
                   MOVE 'CONTRAT EXISTANT' TO MSGFLDO
                                              W-MSG-DEFAUT
               WHEN W-CO-RC-NOTFND
                   MOVE ERR-FK-UNKNOWN TO MSGFLDO
               WHEN OTHER
               WHEN 1
                   PERFORM P-APPLIQUER-RENOUVELLEMENT
               WHEN OTHER
                   MOVE 'DD2006' TO W-MSG-ID
                   MOVE 'AUCUN BROUILLON EN ATTENTE POUR CE CONTRAT'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

                   END-EXEC
                   EVALUATE W-CO-CODE-MODIF
                       WHEN 1
                           MOVE 'DD2007' TO W-MSG-ID
                           MOVE 'RENOUVELLEMENT APPROUVE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
      *                NOUVEAU TAUX SOUMIS A VALIDATION (CF MODATT.cpy)
                       WHEN 6
                           MOVE ERR-TAUX-EN-ATTENTE TO MSGFLDO
                       WHEN 7
                           MOVE ERR-TAUX-NON-DEPOSE TO MSGFLDO
                       WHEN 2
                           MOVE 'DD2008' TO W-MSG-ID
                           MOVE 'ECHEC DE LA MODIFICATION'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN 4
                           MOVE ERR-RECORD-CHANGED TO MSGFLDO
                       WHEN 5
                           MOVE ERR-FK-UNKNOWN TO MSGFLDO
                       WHEN OTHER
                           MOVE 'DD2009' TO W-MSG-ID
                           MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                    W-MSG-DEFAUT
                   END-EVALUATE
               WHEN 2
                   MOVE 'DD2010' TO W-MSG-ID
                   MOVE 'CONTRAT NON TROUVE' TO MSGFLDO
                                                W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DD2009' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER' TO MSGFLDO
                                            W-MSG-DEFAUT
           END-EVALUATE
           .

           .

       P-MODIF-CONTRAT.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF
           END-EXEC
           EVALUATE W-CO-CODE-MODIF
               WHEN 1
                   MOVE 'DD2011' TO W-MSG-ID
                   MOVE 'CONTRAT TROUVE'     TO MSGFLDO
                                                W-MSG-DEFAUT
                   MOVE W-CO-FONCTION        TO FONCTIOO
                   MOVE W-CO-DATE-SIGN       TO DATSIGNO
                   MOVE W-CO-DATE-EXPIR      TO DATEXPO
                          ','        DELIMITED BY SIZE
                          DROITS-DEC DELIMITED BY SIZE
                       INTO RESERVO
                   MOVE W-CO-TAUX-MERCH      TO DROITS-PIC9
                   STRING DROITS-INT DELIMITED BY SIZE
                          ','        DELIMITED BY SIZE
                          DROITS-DEC DELIMITED BY SIZE
                       INTO TXMERCO
                   MOVE W-CO-MOIS-ECOULEMENT TO ECOULO
                   MOVE W-CO-STATUT          TO STATUTO
                   MOVE W-CONTRAT-AVANT TO BEFORE-IMAGE
                   PERFORM P-AFFICHER-PALIERS
                   PERFORM P-AFFICHER-TERRITOIRES
                   MOVE 1 TO FLAG-MODIF
               WHEN 2
                   MOVE 'DD2010' TO W-MSG-ID
                   MOVE 'CONTRAT NON TROUVE' TO MSGFLDO
                                                W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DD2009' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'     TO MSGFLDO
                                                W-MSG-DEFAUT
           END-EVALUATE
           .

                   INTO DROITS-INT, DROITS-DEC
               MOVE DROITS-PIC9 TO W-CO-TAUX-RESERVE
           END-IF
           IF TXMERCI = SPACES
               MOVE ZERO TO W-CO-TAUX-MERCH
           ELSE
               UNSTRING TXMERCI
                   DELIMITED BY ','
                   INTO DROITS-INT, DROITS-DEC
               MOVE DROITS-PIC9 TO W-CO-TAUX-MERCH
           END-IF
           IF ECOULI IS NUMERIC
               MOVE ECOULI TO W-CO-MOIS-ECOULEMENT
           ELSE
               MOVE ZERO TO W-CO-MOIS-ECOULEMENT
           END-IF
           MOVE STATUTI      TO W-CO-STATUT
           MOVE BEFORE-IMAGE TO W-CONTRAT-AVANT
           MOVE W-CO-FONCTION-AVANT-SV   TO W-CO-FONCTION-AVANT
           END-EXEC
           EVALUATE W-CO-CODE-MODIF
               WHEN 1
                   MOVE 'DD2012' TO W-MSG-ID
                   MOVE 'MODIFICATION ENREGISTREE' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   PERFORM P-REMPLACER-PALIERS
                   PERFORM P-REMPLACER-TERRITOIRES
      *        LE RESTE DU CONTRAT EST ENREGISTRE, LE NOUVEAU TAUX DE
      *        DROITS ATTEND LA VALIDATION D UN SUPERVISEUR
               WHEN 6
                   MOVE ERR-TAUX-EN-ATTENTE        TO MSGFLDO
                   PERFORM P-REMPLACER-PALIERS
                   PERFORM P-REMPLACER-TERRITOIRES
               WHEN 7
                   MOVE ERR-TAUX-NON-DEPOSE        TO MSGFLDO
                   PERFORM P-REMPLACER-PALIERS
                   PERFORM P-REMPLACER-TERRITOIRES
               WHEN 2
                   MOVE 'DD2008' TO W-MSG-ID
                   MOVE 'ECHEC DE LA MODIFICATION' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 4
                   MOVE ERR-RECORD-CHANGED         TO MSGFLDO
               WHEN 5
                   MOVE ERR-FK-UNKNOWN             TO MSGFLDO
               WHEN OTHER
                   MOVE 'DD2009' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'           TO MSGFLDO
                                                      W-MSG-DEFAUT
           END-EVALUATE
           MOVE 0 TO FLAG-MODIF
           .
               INTO (W-CTRPALIERS)
           END-EXEC
           IF W-PX-RC NOT = 1
               MOVE 'DD2013' TO W-MSG-ID
               MOVE 'ERREUR FICHIER SUR LES PALIERS DE TAUX'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

               INTO (W-CTRTERRS)
           END-EXEC
           IF W-TE-RC NOT = 1
               MOVE 'DD2014' TO W-MSG-ID
               MOVE 'ERREUR FICHIER SUR LES TERRITOIRES'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           END-IF
           .

