           05 W-MA-SIREN           PIC X(05).
           05 W-MA-RAISON-SOC      PIC X(30).
           05 W-MA-ADRESSE         PIC X(15).
           05 W-MA-CODEP-DIR       PIC X(06).
           05 W-MA-CODE-CONSULT    PIC 9(01).
           05 FILLER               PIC X(25).

       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 2
                   MOVE 'DF1001' TO W-TITRE-ID
                   MOVE 'CONSULTATION D''UNE MAISON DE DISTRIBUTION'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'DF1002' TO W-LIB-ID
                   MOVE 'CONSULTER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN 3
                   MOVE 'DF1003' TO W-TITRE-ID
                   MOVE 'SUPPRESSION D''UNE MAISON DE DISTRIBUTION'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'DF1004' TO W-LIB-ID
                   MOVE 'SUPPRIMER' TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO ACTFLDO
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE

           EVALUATE W-MA-CODE-CONSULT
               WHEN 1
                   MOVE 'DF1005' TO W-MSG-ID
                   MOVE 'MAISON DE DISTRIBUTION TROUVEE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   MOVE W-MA-ADRESSE      TO ADRESSEO
                   MOVE W-MA-RAISON-SOC   TO RAISSOCO
                   MOVE W-MA-CODEP-DIR    TO CODEPO
               WHEN 2
                   MOVE 'DF1006' TO W-MSG-ID
                   MOVE 'MAISON DE DISTRIBUTION NON TROUVEE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DF1007' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

       P-SUPPRESSION-MAISON-DIST.
           MOVE 'S' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE SIRENI TO MA-SIREN
                       MOVE W-MA-ADRESSE      TO ADRESSEO
                       MOVE W-MA-RAISON-SOC   TO RAISSOCO
                       MOVE W-MA-CODEP-DIR    TO CODEPO
                       MOVE 'DF1008' TO W-MSG-ID
                       MOVE 'MAISON DE DISTRIBUTION SUPPRIMEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DF1006' TO W-MSG-ID
                       MOVE 'MAISON DE DISTRIBUTION NON TROUVEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE ERR-REFERENCED      TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DF1009' TO W-MSG-ID
                       MOVE 'PROBLEME FICHIER'  TO MSGFLDO
                                                   W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
