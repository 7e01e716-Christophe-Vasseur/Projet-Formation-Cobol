                   PERFORM P-CHOICE-ROYALTES
               WHEN CHOICEI = 9
                   PERFORM P-CHOICE-OPERATEUR
               WHEN CHOICEI = '0'
                   PERFORM P-CHOICE-INCIDENTS
               WHEN CHOICEI = 'C'
                   PERFORM P-CHOICE-CLIENTS
               WHEN CHOICEI = 'E'
                   PERFORM P-CHOICE-TRANSMISSIONS
               WHEN CHOICEI = 'B'
                   PERFORM P-CHOICE-EXCEPTIONS
               WHEN CHOICEI = 'V'
                   PERFORM P-CHOICE-VALIDATIONS
               WHEN CHOICEI = 'Y'
                   PERFORM P-CHOICE-LICENCES
               WHEN CHOICEI = 'Z'
                   PERFORM P-CHOICE-LICENCES-LISTE
               WHEN CHOICEI = 'P'
                   PERFORM P-CHOICE-PROFIL
               WHEN CHOICEI = 'W'
                   PERFORM P-CHOICE-SIMULATION
               WHEN CHOICEI = 'S'
                   PERFORM P-CHOICE-RECHERCHE
               WHEN CHOICEI = 'H'
                   PERFORM P-CHOICE-HISTORIQUE
               WHEN CHOICEI = 'R'
                   PERFORM P-CHOICE-RESTAURATION
               WHEN CHOICEI = 'N'
                   PERFORM P-CHOICE-CDE-FABRICATION
               WHEN CHOICEI = 'O'
                   PERFORM P-CHOICE-CDE-DISTRIBUTEUR
               WHEN CHOICEI = 'K'
                   PERFORM P-CHOICE-TRANSFERT-STOCK
               WHEN CHOICEI = 'G'
                   PERFORM P-CHOICE-CONVENTIONS
               WHEN CHOICEI = 'I'
                   PERFORM P-CHOICE-CONVENTIONS-LISTE
               WHEN CHOICEI = 'Q'
                   PERFORM P-CHOICE-CREANCES-PERTE
               WHEN CHOICEI = 'U'
                   PERFORM P-CHOICE-ANNULATION-FACTURE
               WHEN CHOICEI = '+'
                   PERFORM P-CHOICE-ETATS
               WHEN CHOICEI = '-'
                   PERFORM P-CHOICE-DEMANDES-ETATS
               WHEN CHOICEI = '/'
                   PERFORM P-CHOICE-TRADUCTIONS
               WHEN CHOICEI = 'X'
                   PERFORM P-CHOICE-X
               WHEN OTHER
           MOVE 'APIG1DM1' TO DEST-PGM
           .

      *    COMMANDES DE FABRICATION A L USINE (CF CDEFAB.cpy) -- PAS
      *    DE SOUS-MENU, L ECRAN PORTE SES TROIS ACTIONS
       P-CHOICE-CDE-FABRICATION.
           MOVE 'APIG1DN1' TO DEST-PGM
           .

      *    COMMANDES DES DISTRIBUTEURS (CF CDEDIST.cpy)
       P-CHOICE-CDE-DISTRIBUTEUR.
           MOVE 'APIG1DN2' TO DEST-PGM
           .

       P-CHOICE-TRANSFERT-STOCK.
           MOVE 'APIG1DN3' TO DEST-PGM
           .

      *    CONVENTIONS DE DISTRIBUTION (CF CONVDIST.cpy) -- ECRAN DE
      *    MAINTENANCE ET ECRAN DE LISTE
       P-CHOICE-CONVENTIONS.
           MOVE 'APIG1DN4' TO DEST-PGM
           .

       P-CHOICE-CONVENTIONS-LISTE.
           MOVE 'APIG1DN5' TO DEST-PGM
           .

      *    PASSAGE EN PERTE DES CREANCES IRRECOUVRABLES (CF
      *    IRRECOU.cpy) -- RESERVE AU SUPERVISEUR SUR L ECRAN
       P-CHOICE-CREANCES-PERTE.
           MOVE 'APIG1DN6' TO DEST-PGM
           .

      *    ANNULATION ET REEMISSION D UNE FACTURE ERRONEE (CF
      *    ANNULFAC.cpy) -- RESERVEE AU SUPERVISEUR SUR L ECRAN
       P-CHOICE-ANNULATION-FACTURE.
           MOVE 'APIG1DN7' TO DEST-PGM
           .

      *    CONSULTATION DES ETATS BATCH ARCHIVES (CF ETATARC.cpy) --
      *    LETTRES ET CHIFFRES SONT TOUS PRIS, D OU LE CHOIX '+' ; LE
      *    DROIT SUR CHAQUE ETAT EST CONTROLE PAR L ECRAN LUI-MEME
       P-CHOICE-ETATS.
           MOVE 'APIG1DM8' TO DEST-PGM
           .

      *    DEMANDES D ETATS A LA CARTE (CF DEMRPT.cpy), DONT LE
      *    RESULTAT SE CONSULTE PAR LE CHOIX '+'
       P-CHOICE-DEMANDES-ETATS.
           MOVE 'APIG1DM9' TO DEST-PGM
           .

      *    TRADUCTION DES TEXTES D ECRAN (CF MSGTXT.cpy) -- PAS DE
      *    SOUS-MENU, LA SAISIE EST CONTROLEE PAR L ECRAN (APIG1DN8)
       P-CHOICE-TRADUCTIONS.
           MOVE 'APIG1DN8' TO DEST-PGM
           .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
       P-CHOICE-EXCEPTIONS.
           MOVE 'APIG1DM5' TO DEST-PGM
           .

      *    VALIDATION DES MODIFICATIONS SENSIBLES EN ATTENTE (CF
      *    MODATT.cpy) -- LA DECISION EST RESERVEE AU SUPERVISEUR,
      *    CONTROLEE PAR L ECRAN LUI-MEME
       P-CHOICE-VALIDATIONS.
           MOVE 'APIG1DM6' TO DEST-PGM
           .

      *    JOURNAL DES TRANSMISSIONS SORTANTES (CF TRANSLOG.cpy)
       P-CHOICE-TRANSMISSIONS.
           MOVE 'APIG1DM4' TO DEST-PGM
           MOVE 'APIG1DM3' TO DEST-PGM
           .

      *    JOURNAL DES INCIDENTS EN LIGNE (CF ERRLOG.cpy) --
      *    CONSULTATION RESERVEE AU SUPERVISEUR, CONTROLEE PAR L ECRAN
      *    LUI-MEME
       P-CHOICE-INCIDENTS.
           MOVE 'APIG1DM7' TO DEST-PGM
           .

      *    CALENDRIER D EXPLOITATION DE LA CHAINE (CF CALENDRI.cpy)
      *    -- PAS DE SOUS-MENU, L ECRAN PORTE SES TROIS ACTIONS
       P-CHOICE-CALENDRIER.
           MOVE 'APIG1DH2' TO DEST-PGM
           .

      *    SIMULATION DES DROITS D UNE VENTE HYPOTHETIQUE SUR UN
      *    ALBUM -- CONSULTATION SANS MISE A JOUR, PAS DE SOUS-MENU
       P-CHOICE-SIMULATION.
           MOVE 'APIG1DH3' TO DEST-PGM
           .

      *    RECHERCHE PAR MOT-CLE SUR L ENSEMBLE DES FICHIERS MAITRES
       P-CHOICE-RECHERCHE.
           MOVE 'APIG1DI3' TO DEST-PGM
