       P-ON-DISPLAY.
           EVALUATE TRUE
               WHEN ALBUMS
                   MOVE 'DSM003' TO W-TITRE-ID
                   MOVE 'GESTION DES ALBUMS' TO V-TITLE
                   MOVE 'DSM004' TO W-LIB-ID
                   MOVE 'UN ALBUM' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
               WHEN CHANSONS
                   MOVE 'DSM005' TO W-TITRE-ID
                   MOVE 'GESTION DES CHANSONS' TO V-TITLE
                   MOVE 'DSM006' TO W-LIB-ID
                   MOVE 'UNE CHANSON' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
               WHEN PERSONNES
                   MOVE 'DSM007' TO W-TITRE-ID
                   MOVE 'GESTION DES PERSONNES' TO V-TITLE
                   MOVE 'DSM008' TO W-LIB-ID
                   MOVE 'UNE PERSONNE' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
               WHEN CONTRATS
                   MOVE 'DSM009' TO W-TITRE-ID
                   MOVE 'GESTION DES CONTRATS' TO V-TITLE
                   MOVE 'DSM010' TO W-LIB-ID
                   MOVE 'UN CONTRAT' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
               WHEN VENTES
                   MOVE 'DSM011' TO W-TITRE-ID
                   MOVE 'GESTION DES VENTES' TO V-TITLE
                   MOVE 'DSM012' TO W-LIB-ID
                   MOVE 'UNE VENTE' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
      *            CHOIX 6 A 8, PROPRES AUX VENTES : SUIVI DES
      *            LITIGES SUR RETOURS ET PRECOMMANDES
                   MOVE 'DSM001' TO W-MSG-ID
                   MOVE '6=LITIGES 7=SAISIE PRECOM 8=LISTE PRECOM 9=SAIS
      -                 'IE EN GRILLE' TO MSGFLDO
                                          W-MSG-DEFAUT
               WHEN MAISON-DI
                   MOVE 'DSM013' TO W-TITRE-ID
                   MOVE 'GESTION DES MAISONS DE DISTRIBUTION' TO V-TITLE
                   MOVE 'DSM014' TO W-LIB-ID
                   MOVE 'UNE MAISON DE DISTRIBUTION' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
               WHEN CLIENTS
                   MOVE 'DSM015' TO W-TITRE-ID
                   MOVE 'GESTION DES CLIENTS / ENSEIGNES' TO V-TITLE
                   MOVE 'DSM016' TO W-LIB-ID
                   MOVE 'UN CLIENT' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
               WHEN PLAYLISTS
                   MOVE 'DSM017' TO W-TITRE-ID
                   MOVE 'GESTION DES PLAYLISTS' TO V-TITLE
                   MOVE 'DSM018' TO W-LIB-ID
                   MOVE 'UNE PLAYLIST' TO V-LABEL
                   PERFORM P-INIT-BLUE-FIELDS
      *            CHOIX 6 ET 7, PROPRES AUX PLAYLISTS : AJOUT D UNE
      *            CHANSON ET REORGANISATION DES PISTES
                   MOVE 'DSM002' TO W-MSG-ID
                   MOVE '6=AJOUT CHANSON 7=REORGANISATION DES PISTES'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-INIT-BLUE-FIELDS.
           MOVE V-TITLE TO TITRFLDO
                           W-TITRE-DEFAUT
           MOVE V-LABEL TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO CREFLDO
                           CONFLDO
                           SUPFLDO
                           MODFLDO
               WHEN OTHER
                   PERFORM P-BAD-CHOICE
           END-EVALUATE
           IF DEST-PGM NOT = PGM-NAME
               PERFORM P-CONTROLER-CHOIX
           END-IF
           .

      * LE CHOIX RETENU EST CONTROLE D APRES LES ROLES DE L OPERATEUR
      * SUR L ECRAN DE DESTINATION : 1 CREER, 2 CONSULTER, 3 SUPPRIMER,
      * 4 MODIFIER ; LES AUTRES CHOIX OUVRENT UN ECRAN DONT CHAQUE
      * ACTION EST CONTROLEE SUR PLACE, SEUL L ACCES EST VERIFIE ICI
       P-CONTROLER-CHOIX.
           EVALUATE CHOICEI
               WHEN '1'
                   MOVE 'C' TO W-HAB-FONCTION
               WHEN '3'
                   MOVE 'S' TO W-HAB-FONCTION
               WHEN '4'
                   MOVE 'M' TO W-HAB-FONCTION
               WHEN OTHER
                   MOVE 'L' TO W-HAB-FONCTION
           END-EVALUATE
           MOVE DEST-PGM TO W-HAB-ECRAN
           PERFORM P-PC-HABILITATION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
               MOVE PGM-NAME TO DEST-PGM
           END-IF
           .

       P-LIST.
