      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DES COMMANDES DES DISTRIBUTEURS (CONSULTATION,      *
      *      SAISIE D UNE LIGNE, ANNULATION DU RESTE A EXPEDIER, CF    *
      *      CDEDIST.cpy) -- LA SAISIE NE FACTURE RIEN : LA VENTE EST  *
      *      CREEE A L EXPEDITION PAR LE BATCH CDEDEXPE                *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN2.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      * ============================================================== *
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY MBLG1N2.
       COPY APIG1DWK.
       COPY CDEDIST.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N2'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N2'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN2'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

      * SOUS-PARAGRAPHES

       LINKAGE SECTION.

       01 DFHCOMMAREA.
           05 LK-COMM-AREA PIC X(1024).

      * ============================================================== *
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      * ============================================================== *

       PROCEDURE DIVISION.

       P-MAIN.
           MOVE DFHRESP(MAPFAIL) TO RC-MAPFAIL.
           PERFORM P-BRWS-MAIN
           .

       COPY APIG1DPC.

      * -------------------------------------------------------------- *
      *                                                                *
      *                        SOUS-PARAGRAPHES                        *
      *                                                                *
      * -------------------------------------------------------------- *

       P-ON-LAND.
           EXIT
           .

       P-ON-INIT.
           EXIT
           .

       P-ON-DISPLAY.
           MOVE 'DN2001' TO W-TITRE-ID
           MOVE 'COMMANDES DES DISTRIBUTEURS' TO TITRFLDO
                                                 W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-LIGNE
               WHEN 'R'
                   PERFORM P-SAISIR-LIGNE
               WHEN 'A'
                   PERFORM P-ANNULER-LIGNE
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CONSULTER-LIGNE.
           INITIALIZE W-CDEDIST
           MOVE SIRENI  TO W-CD2-SIREN
           MOVE NUMCDEI TO W-CD2-NUM-CDE
           MOVE NUMLIGI TO W-CD2-NUM-LIGNE
           MOVE 0       TO W-CD2-CODE-FONC
           PERFORM P-APPELER-SERVICE
           EVALUATE W-CD2-RC
               WHEN 1
                   MOVE 'DN2002' TO W-MSG-ID
                   MOVE 'LIGNE DE COMMANDE TROUVEE' TO MSGFLDO
                                                       W-MSG-DEFAUT
                   PERFORM P-AFFICHER-LIGNE
               WHEN 2
                   MOVE 'DN2003' TO W-MSG-ID
                   MOVE 'LIGNE DE COMMANDE INCONNUE' TO MSGFLDO
                                                        W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

       P-SAISIR-LIGNE.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-CDEDIST
               MOVE SIRENI  TO W-CD2-SIREN
               MOVE NUMCDEI TO W-CD2-NUM-CDE
               MOVE NUMLIGI TO W-CD2-NUM-LIGNE
               MOVE CODEAI  TO W-CD2-CODEA
               MOVE FORMATI TO W-CD2-FORMAT
               MOVE CLIENTI TO W-CD2-CODE-CLIENT
               MOVE PRIXI   TO W-CD2-PRIX
               MOVE DEVISEI TO W-CD2-DEVISE
               MOVE QTECDEI TO W-CD2-QTE-CDE
               MOVE 1       TO W-CD2-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-CD2-RC
                   WHEN 1
                       MOVE 'DN2004' TO W-MSG-ID
                       MOVE 'LIGNE DE COMMANDE ENREGISTREE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-LIGNE
                   WHEN 3
                       MOVE 'DN2005' TO W-MSG-ID
                       MOVE 'SAISIE INVALIDE (DISTRIBUTEUR, ALBUM, '
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE 'SUPPORT C/V, DEVISE, CLIENT, QUANTITE)'
                           TO MSGFLDO(39:41)
                              W-MSG-DEFAUT(39:41)
                   WHEN 5
                       MOVE 'DN2006' TO W-MSG-ID
                       MOVE 'LIGNE DE COMMANDE DEJA EXISTANTE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 7
                       MOVE 'DN2007' TO W-MSG-ID
                       MOVE 'ALBUM BLOQUE : COMMANDE REFUSEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DN2008' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-ANNULER-LIGNE.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-CDEDIST
               MOVE SIRENI  TO W-CD2-SIREN
               MOVE NUMCDEI TO W-CD2-NUM-CDE
               MOVE NUMLIGI TO W-CD2-NUM-LIGNE
               MOVE 2       TO W-CD2-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-CD2-RC
                   WHEN 1
                       MOVE 'DN2009' TO W-MSG-ID
                       MOVE 'RESTE A EXPEDIER ANNULE' TO MSGFLDO
                                                         W-MSG-DEFAUT
                       PERFORM P-AFFICHER-LIGNE
                   WHEN 2
                       MOVE 'DN2003' TO W-MSG-ID
                       MOVE 'LIGNE DE COMMANDE INCONNUE' TO MSGFLDO
                                                            W-MSG-DEFAUT
                   WHEN 6
                       MOVE 'DN2010' TO W-MSG-ID
                       MOVE 'LIGNE DEJA SOLDEE OU ANNULEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-LIGNE
                   WHEN OTHER
                       MOVE 'DN2008' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-AFFICHER-LIGNE.
           MOVE W-CD2-NUM-LIGNE    TO NUMLIGO
           MOVE W-CD2-CODEA        TO CODEAO
           MOVE W-CD2-FORMAT       TO FORMATO
           MOVE W-CD2-CODE-CLIENT  TO CLIENTO
           MOVE W-CD2-PRIX         TO PRIXO
           MOVE W-CD2-DEVISE       TO DEVISEO
           MOVE W-CD2-QTE-CDE      TO QTECDEO
           MOVE W-CD2-QTE-EXPEDIEE TO QTEEXPO
           MOVE W-CD2-DATE-CDE     TO DATCDEO
           MOVE W-CD2-STATUT       TO STATUTO
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN2')
               INPUTMSG (W-CDEDIST)
               INPUTMSGLEN (LENGTH OF W-CDEDIST)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-CDEDIST)
           END-EXEC
           .

       P-ON-LEAVE.
           EXIT
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                         COMMANDES CICS                         *
      *                                                                *
      * -------------------------------------------------------------- *

       P-CICS-TIME.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               DDMMYYYY (DATEFLDO)
               DATESEP ('/')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (TIMEFLDO)
               TIMESEP (':')
           END-EXEC
           .

       P-CICS-XCTL.
           EXEC CICS
               XCTL
               PROGRAM (NEXT-PGM)
               COMMAREA (WK-COMM-AREA)
               LENGTH (LENGTH OF WK-COMM-AREA)
           END-EXEC
           .

       P-CICS-RECV.
           EXEC CICS
               RECEIVE
               MAPSET (MAPSET)
               MAP ('MAP01')
               RESP (RC-1)
           END-EXEC
           .

       P-CICS-SEND.
           IF PREV-PGM = PGM-NAME THEN
               EXEC CICS
                   SEND
                   MAPSET (MAPSET)
                   MAP ('MAP01')
                   FROM (MAP01O)
                   LENGTH (LENGTH OF MAP01O)
               END-EXEC
           ELSE
               EXEC CICS
                   SEND
                   MAPSET (MAPSET)
                   MAP ('MAP01')
                   FROM (MAP01O)
                   LENGTH (LENGTH OF MAP01O)
                   ERASE
               END-EXEC
           END-IF
           .

       P-CICS-WAIT.
           EXEC CICS
               RETURN
               TRANSID (TRANS-ID)
               COMMAREA (WK-COMM-AREA)
               LENGTH (LENGTH OF WK-COMM-AREA)
           END-EXEC
           .

       P-CICS-BBYE.
           EXEC CICS
               SEND
               FROM (GOODBYE)
               LENGTH (LENGTH OF GOODBYE)
               ERASE
           END-EXEC
           .

       P-CICS-QUIT.
           EXEC CICS
               RETURN
           END-EXEC
           .
