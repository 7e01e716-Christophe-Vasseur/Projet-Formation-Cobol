      *    GESTION AVEC LEURS PROGRAMMES PGMG1Vxx)
       01  W-RESTORE.
           05 W-RH-TYPE-ENR        PIC X(08).
           05 W-RH-CLE             PIC X(25).
           05 W-RH-DATE-MODIF      PIC X(08).
           05 W-RH-HEURE-MODIF     PIC X(08).
           05 W-RH-CODE-RETOUR     PIC 9(01).
               88 W-RH-RC-NOTFND-LIVE      VALUE 3.
               88 W-RH-RC-OTHER            VALUE 4.
               88 W-RH-RC-ABANDON          VALUE 5.
           05 FILLER                PIC X(15).

       01  ERR-RESTORE-DONE         PIC X(50)
           VALUE 'RESTAURATION EFFECTUEE'.
           PERFORM P-RESTAURER-HISTORIQUE
           .

      *    RESTAURATION RESERVEE AU DROIT DE VALIDER (SUPERVISEUR A
      *    DEFAUT DE ROLE), MEME MECANISME QUE LES PARAGRAPHES DE
      *    SUPPRESSION DES ECRANS DE GESTION (CF PAR EXEMPLE
      *    P-SUPPRESSION-ALBUM DANS APIG1DA1)
       P-RESTAURER-HISTORIQUE.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE TYPEI  TO W-RH-TYPE-ENR

               EVALUATE TRUE
                   WHEN W-RH-RC-NORMAL
                       MOVE 'DI2001' TO W-MSG-ID
                       MOVE ERR-RESTORE-DONE TO MSGFLDO
                                                W-MSG-DEFAUT
                   WHEN W-RH-RC-NOTFND-HISTO
                       MOVE 'DI2002' TO W-MSG-ID
                       MOVE ERR-RESTORE-NOTFND-HISTO TO MSGFLDO
                                                        W-MSG-DEFAUT
                   WHEN W-RH-RC-NOTFND-LIVE
                       MOVE 'DI2003' TO W-MSG-ID
                       MOVE ERR-RESTORE-NOTFND-LIVE TO MSGFLDO
                                                       W-MSG-DEFAUT
                   WHEN W-RH-RC-ABANDON
                       MOVE 'DI2004' TO W-MSG-ID
                       MOVE ERR-RESTORE-ABANDON TO MSGFLDO
                                                   W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DI2005' TO W-MSG-ID
                       MOVE ERR-RESTORE-OTHER TO MSGFLDO
                                                 W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .
