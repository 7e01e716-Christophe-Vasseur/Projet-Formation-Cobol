       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DJ1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UN CLIENT / ENSEIGNE'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'DJ1002' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN 3
                   MOVE 'DJ1003' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UN CLIENT / ENSEIGNE'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'DJ1004' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           END-EXEC
           EVALUATE W-CL-CODE-CONSULT
               WHEN 1
                   MOVE 'DJ1005' TO W-MSG-ID
                   MOVE 'CLIENT TROUVE'      TO MSGFLDO
                                                W-MSG-DEFAUT
                   MOVE W-CL-RAISON-SOC   TO RAISSOCO
                   MOVE W-CL-TYPE-CLIENT  TO TYPECLO
                   MOVE W-CL-PAYS         TO PAYSO
               WHEN 2
                   MOVE 'DJ1006' TO W-MSG-ID
                   MOVE 'CLIENT NON TROUVE'  TO MSGFLDO
                                                W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DJ1007' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-SUPPRESSION-CLIENT.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODECLI TO CL-CODE-CLIENT
                       MOVE W-CL-RAISON-SOC   TO RAISSOCO
                       MOVE W-CL-TYPE-CLIENT  TO TYPECLO
                       MOVE W-CL-PAYS         TO PAYSO
                       MOVE 'DJ1008' TO W-MSG-ID
                       MOVE 'CLIENT SUPPRIME' TO MSGFLDO
                                                 W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DJ1006' TO W-MSG-ID
                       MOVE 'CLIENT NON TROUVE'   TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN 3
                       MOVE ERR-REFERENCED        TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DJ1009' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER'    TO MSGFLDO
                                                     W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
