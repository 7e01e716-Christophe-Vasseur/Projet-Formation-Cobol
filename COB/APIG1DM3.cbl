           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-LP-HEURE           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-LP-CODEP           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-LP-OPER            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-LP-CONTEXTE        PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-LP-PGM             PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-LP-MOTIF           PIC X(02).
           05 FILLER               PIC X(15) VALUE SPACES.

      * SOUS-PARAGRAPHES

           .

       P-ON-DISPLAY.
           MOVE 'DM3001' TO W-TITRE-ID
           MOVE 'JOURNAL DES LECTURES DE DONNEES PERSO.'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           END-IF
           .
       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               PERFORM P-ERASE-LIST
           END-IF
           EVALUATE TRUE
               WHEN I = 0
                   MOVE 'DM3002' TO W-MSG-ID
                   MOVE 'AUCUNE LECTURE POUR CE FILTRE' TO MSGFLDO
                                                           W-MSG-DEFAUT
               WHEN I >= 12
                   MOVE 'DM3003' TO W-MSG-ID
                   MOVE 'PLUS DE 12 LIGNES, AFFINER LE FILTRE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DM3004' TO W-MSG-ID
                   MOVE 'FIN DU JOURNAL ATTEINTE' TO MSGFLDO
                                                     W-MSG-DEFAUT
           END-EVALUATE
           .

           MOVE LP-OPER-ID       TO O-LP-OPER
           MOVE LP-CONTEXTE      TO O-LP-CONTEXTE
           MOVE LP-PGM-NAME      TO O-LP-PGM
           MOVE LP-MOTIF         TO O-LP-MOTIF
           ADD 1 TO I
           EVALUATE I
               WHEN  1 MOVE O-LP-KEY TO ITEM01O
