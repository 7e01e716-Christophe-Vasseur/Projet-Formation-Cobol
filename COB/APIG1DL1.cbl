
      *    ZONE ECHANGEE AVEC LE SERVICE PGMG1VL2
       01 W-SYNCLIC.
           05 W-SL-CODEC           PIC X(06).
           05 W-SL-NUM-LICENCE     PIC X(04).
           05 W-SL-LICENCIE        PIC X(30).
           05 W-SL-TYPE-USAGE      PIC X(03).
           .

       P-ON-DISPLAY.
           MOVE 'DL1001' TO W-TITRE-ID
           MOVE 'GESTION DES LICENCES DE SYNCHRONISATION'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
           PERFORM P-APPELER-SERVICE
           EVALUATE W-SL-RC
               WHEN 1
                   MOVE 'DL1002' TO W-MSG-ID
                   MOVE 'LICENCE TROUVEE' TO MSGFLDO
                                             W-MSG-DEFAUT
                   PERFORM P-AFFICHER-LICENCE
               WHEN 2
                   MOVE 'DL1003' TO W-MSG-ID
                   MOVE 'LICENCE NON TROUVEE' TO MSGFLDO
                                                 W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

       P-ACTION-LICENCE-1.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE 1 TO W-SL-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-SL-RC
                   WHEN 1
                       MOVE 'DL1004' TO W-MSG-ID
                       MOVE 'LICENCE CREEE' TO MSGFLDO
                                               W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DL1005' TO W-MSG-ID
                       MOVE 'CLE EXISTANTE, ECHEC CREATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 4
                       MOVE 'DL1006' TO W-MSG-ID
                       MOVE 'CHANSON INCONNUE' TO MSGFLDO
                                                  W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DL1007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-ACTION-LICENCE-2.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE 2 TO W-SL-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-SL-RC
                   WHEN 1
                       MOVE 'DL1008' TO W-MSG-ID
                       MOVE 'MODIFICATION ENREGISTREE' TO MSGFLDO
                                                          W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DL1003' TO W-MSG-ID
                       MOVE 'LICENCE NON TROUVEE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN 6
                       MOVE 'DL1010' TO W-MSG-ID
                       MOVE 'LICENCE DEJA FACTUREE' TO MSGFLDO
                                                       W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DL1007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-ACTION-LICENCE-3.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE 3 TO W-SL-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-SL-RC
                   WHEN 1
                       MOVE 'DL1009' TO W-MSG-ID
                       MOVE 'LICENCE SUPPRIMEE' TO MSGFLDO
                                                   W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DL1003' TO W-MSG-ID
                       MOVE 'LICENCE NON TROUVEE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN 6
                       MOVE 'DL1010' TO W-MSG-ID
                       MOVE 'LICENCE DEJA FACTUREE' TO MSGFLDO
                                                       W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DL1007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
