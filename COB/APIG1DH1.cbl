      * SOUS-PARAGRAPHES

       01  E-ROYALTE-REQ.
           05 RQ-CODEP              PIC X(06).
           05 FILLER                PIC X(74).

       01  W-ROYALTE.
           05 W-RO-CODEP            PIC X(06).
           05 W-RO-NB-CONTRATS      PIC 9(03).
           05 W-RO-CA-TOTAL         PIC 9(09)V9(02).
           05 W-RO-MONTANT-DU       PIC 9(09)V9(02).
           .

       P-ON-INIT.
           MOVE 'DH1001' TO W-TITRE-ID
           MOVE 'DROITS D''AUTEUR PAR ARTISTE' TO TITRFLDO
                                                  W-TITRE-DEFAUT
           .

       P-ON-DISPLAY.

           EVALUATE W-RO-CODE-CONSULT
               WHEN 1
                   MOVE 'DH1002' TO W-MSG-ID
                   MOVE 'TABLEAU DE BORD MIS A JOUR' TO MSGFLDO
                                                        W-MSG-DEFAUT
                   MOVE W-RO-CODEP                    TO CODEPO
                   MOVE W-RO-NB-CONTRATS               TO NBCTRO
                   MOVE W-RO-CA-TOTAL                  TO CATOTO
                   MOVE W-RO-MONTANT-DU                TO MTDUO
               WHEN 2
                   MOVE 'DH1003' TO W-MSG-ID
                   MOVE 'AUCUN CONTRAT POUR CET ARTISTE' TO MSGFLDO
                                                            W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DH1004' TO W-MSG-ID
                   MOVE 'ECHEC CONSULTATION, PROBLEME FIC'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

