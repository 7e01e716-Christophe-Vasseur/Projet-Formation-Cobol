
       01  E-LITIGE-REQ.
           05 RQ-VE-KEY.
               10 RQ-VE-CODEA      PIC X(06).
               10 RQ-VE-SIREN      PIC X(05).
               10 RQ-VE-DATE-VENTE PIC X(08).
               10 RQ-VE-NUM-LIGNE  PIC 9(02).
           05 RQ-STATUT            PIC X(01).
           05 FILLER               PIC X(58).

       01 CODE-ERREUR.
           02 CODE-ERR-1 PIC 9(04).
           .

       P-ON-DISPLAY.
           MOVE 'DE4001' TO W-TITRE-ID
           MOVE 'SUIVI DES LITIGES SUR RETOURS' TO TITRFLDO
                                                   W-TITRE-DEFAUT
           MOVE 'DE4008' TO W-LIB-ID
           MOVE 'SAISIR LA CLE DU RETOUR ET LE STATUT (E/R) + ENTREE'
               TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO FIELD1O
           .

       P-ON-SUBMIT.
           .

       P-AVANCER-LITIGE.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF STATUTI NOT = 'E' AND STATUTI NOT = 'R'
                   MOVE 'DE4002' TO W-MSG-ID
                   MOVE 'STATUT INVALIDE, SAISIR E OU R' TO MSGFLDO
                                                            W-MSG-DEFAUT
               ELSE
                   PERFORM P-APPELER-SERVICE-LITIGE
               END-IF

           EVALUATE CODE-ERR-1
               WHEN 1
                   MOVE 'DE4007' TO W-LIB-ID
                   MOVE 'STATUT DU LITIGE AVANCE A'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   STRING W-LIB-TEXTE DELIMITED BY '  '
                       ' ' RQ-STATUT
                       DELIMITED BY SIZE
                       INTO MSGFLDO
               WHEN 2
                   MOVE 'DE4003' TO W-MSG-ID
                   MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                               W-MSG-DEFAUT
               WHEN 3
                   MOVE 'DE4004' TO W-MSG-ID
                   MOVE 'CETTE LIGNE N''EST PAS UN RETOUR'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN 4
                   MOVE 'DE4005' TO W-MSG-ID
                   MOVE 'TRANSITION DE STATUT REFUSEE' TO MSGFLDO
                                                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DE4006' TO W-MSG-ID
                   MOVE 'ECHEC AVANCEMENT, PROBLEME FICHIER'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

