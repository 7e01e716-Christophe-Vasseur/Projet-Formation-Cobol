           05 W-OP-AUTH-IND         PIC X(01).
           05 W-OP-TAILLE-PAGE      PIC 9(02).
           05 W-OP-CODE-CONSULT     PIC 9(01).
      *    LANGUE DES ECRANS DE L OPERATEUR (CF OP-LANGUE)
           05 W-OP-LANGUE           PIC X(02).
           05 FILLER                PIC X(36).

       LINKAGE SECTION.

       P-ON-INIT.
           MOVE SPACES TO OPER-ID
           MOVE SPACES TO OPER-AUTH-IND
           MOVE SPACES TO OPER-LANGUE
           MOVE 'DOP001' TO W-TITRE-ID
           MOVE 'IDENTIFICATION OPERATEUR' TO TITRFLDO
                                              W-TITRE-DEFAUT
           .

       P-ON-DISPLAY.
                   MOVE W-OP-CODE        TO OPER-ID
                   MOVE W-OP-AUTH-IND    TO OPER-AUTH-IND
                   MOVE W-OP-TAILLE-PAGE TO OPER-PAGE-SIZE
                   MOVE W-OP-LANGUE      TO OPER-LANGUE
                   PERFORM P-DETECTER-ENVIRONNEMENT
                   MOVE 'APIG1DMP'       TO DEST-PGM
               WHEN 2
                   MOVE 'DOP002' TO W-MSG-ID
                   MOVE 'OPERATEUR INCONNU'       TO MSGFLDO
                                                     W-MSG-DEFAUT
                   MOVE PGM-NAME TO DEST-PGM
               WHEN 3
                   MOVE 'DOP003' TO W-MSG-ID
                   MOVE 'MOT DE PASSE INCORRECT'  TO MSGFLDO
                                                     W-MSG-DEFAUT
                   MOVE PGM-NAME TO DEST-PGM
               WHEN 5
                   MOVE 'DOP004' TO W-MSG-ID
                   MOVE 'MOT DE PASSE EXPIRE, SAISIR UN NOUVEAU'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   MOVE PGM-NAME TO DEST-PGM
               WHEN OTHER
                   MOVE 'DOP005' TO W-MSG-ID
                   MOVE 'PROBLEME FICHIER'        TO MSGFLDO
                                                     W-MSG-DEFAUT
                   MOVE PGM-NAME TO DEST-PGM
           END-EVALUATE
           .
      *    DANS LA FOULEE
       P-CHANGER-MOT-DE-PASSE.
           IF OPNEWP1I NOT = OPNEWP2I
               MOVE 'DOP006' TO W-MSG-ID
               MOVE 'CONFIRMATION DIFFERENTE DU NOUVEAU MOT'
                   TO MSGFLDO
                      W-MSG-DEFAUT
               MOVE PGM-NAME TO DEST-PGM
           ELSE
               MOVE OPCODEI  TO RQ-OP-CODE
                       MOVE W-OP-CODE        TO OPER-ID
                       MOVE W-OP-AUTH-IND    TO OPER-AUTH-IND
                       MOVE W-OP-TAILLE-PAGE TO OPER-PAGE-SIZE
                       MOVE W-OP-LANGUE      TO OPER-LANGUE
                       PERFORM P-DETECTER-ENVIRONNEMENT
                       MOVE 'APIG1DMP'       TO DEST-PGM
                   WHEN 2
                       MOVE 'DOP002' TO W-MSG-ID
                       MOVE 'OPERATEUR INCONNU'       TO MSGFLDO
                                                         W-MSG-DEFAUT
                       MOVE PGM-NAME TO DEST-PGM
                   WHEN 3
                       MOVE 'DOP003' TO W-MSG-ID
                       MOVE 'MOT DE PASSE INCORRECT'  TO MSGFLDO
                                                         W-MSG-DEFAUT
                       MOVE PGM-NAME TO DEST-PGM
                   WHEN 6
                       MOVE 'DOP007' TO W-MSG-ID
                       MOVE 'NOUVEAU MOT DE PASSE INVALIDE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE PGM-NAME TO DEST-PGM
                   WHEN OTHER
                       MOVE 'DOP005' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER'        TO MSGFLDO
                                                         W-MSG-DEFAUT
                       MOVE PGM-NAME TO DEST-PGM
               END-EVALUATE
           END-IF
