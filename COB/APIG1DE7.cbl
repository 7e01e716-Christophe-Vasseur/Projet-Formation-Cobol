           .

       P-ON-DISPLAY.
           MOVE 'DE7001' TO W-TITRE-ID
           MOVE 'SAISIE EN GRILLE D''UN BORDEREAU DE VENTES'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
           .

       P-TRAITER-BORDEREAU.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF SIRENI = SPACES OR DATVNTI = SPACES
                   MOVE 'DE7002' TO W-MSG-ID
                   MOVE 'SAISIR LE SIREN ET LA DATE DU BORDEREAU'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
                   MOVE ZERO TO NB-ACCEPTEES
                   MOVE ZERO TO NB-REJETEES
           END-EXEC
           EVALUATE TRUE
               WHEN W-VE-RC-NORMAL
                   MOVE 'DE7003' TO W-LIB-ID
                   MOVE 'LIGNE ENREGISTREE' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-ACCEPTEES
               WHEN W-VE-RC-CAPTEE
                   MOVE 'DE7004' TO W-LIB-ID
                   MOVE 'CAPTUREE - REJEU' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-ACCEPTEES
               WHEN W-VE-RC-NOTOPEN
                   MOVE 'DE7005' TO W-LIB-ID
                   MOVE 'FICHIER FERME' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-DUPREC
                   MOVE 'DE7006' TO W-LIB-ID
                   MOVE 'JOURNEE SATUREE' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-NOTFND
                   MOVE ERR-FK-UNKNOWN TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-PERIODE-CLOSE
                   MOVE 'DE7007' TO W-LIB-ID
                   MOVE 'PERIODE CLOSE' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-ALBUM-BLOQUE
                   MOVE 'DE7008' TO W-LIB-ID
                   MOVE 'ALBUM BLOQUE' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-NORMAL-ALERTE
                   MOVE 'DE7009' TO W-LIB-ID
                   MOVE 'CREEE - PROCHE LIMITE CREDIT' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-ACCEPTEES
               WHEN W-VE-RC-LIMITE-CREDIT
                   MOVE 'DE7010' TO W-LIB-ID
                   MOVE 'LIMITE DE CREDIT DEPASSEE' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-HORS-CONVENTION
                   MOVE 'DE7011' TO W-LIB-ID
                   MOVE 'HORS CONVENTION DISTRIBUTION' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN W-VE-RC-EXCLUSIVITE-TIERS
                   MOVE 'DE7012' TO W-LIB-ID
                   MOVE 'EXCLUSIVITE AUTRE MAISON' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO L-STATUTO (I)
                   ADD 1 TO NB-REJETEES
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO L-STATUTO (I)
