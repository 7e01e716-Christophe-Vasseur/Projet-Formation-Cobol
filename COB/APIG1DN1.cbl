      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DES COMMANDES DE FABRICATION A L USINE              *
      *      (CONSULTATION / SAISIE / SUPPRESSION D UNE COMMANDE,      *
      *      CF CDEFAB.cpy) -- SERT A CONFIRMER (STATUT 'O') LES       *
      *      PROPOSITIONS DE CDEFPROP ET A LANCER LES COMMANDES        *
      *      PASSEES HORS PROPOSITION                                  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN1.
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
       COPY MBLG1N1.
       COPY APIG1DWK.
       COPY CDEFAB.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N1'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N1'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN1'.
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
           MOVE 'DN1001' TO W-TITRE-ID
           MOVE 'COMMANDES DE FABRICATION A L''USINE' TO TITRFLDO
                                                         W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-COMMANDE
               WHEN 'R'
                   PERFORM P-REMPLACER-COMMANDE
               WHEN 'S'
                   PERFORM P-SUPPRIMER-COMMANDE
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CONSULTER-COMMANDE.
           INITIALIZE W-CDEFAB
           MOVE CODEAI  TO W-CF-CODEA
           MOVE FORMATI TO W-CF-FORMAT
           MOVE NUMCDEI TO W-CF-NUM-CDE
           MOVE 0       TO W-CF-CODE-FONC
           PERFORM P-APPELER-SERVICE
           EVALUATE W-CF-RC
               WHEN 1
                   MOVE 'DN1002' TO W-MSG-ID
                   MOVE 'COMMANDE DE FABRICATION TROUVEE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   PERFORM P-AFFICHER-COMMANDE
               WHEN 2
                   MOVE 'DN1003' TO W-MSG-ID
                   MOVE 'COMMANDE DE FABRICATION INCONNUE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

       P-REMPLACER-COMMANDE.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-CDEFAB
               MOVE CODEAI  TO W-CF-CODEA
               MOVE FORMATI TO W-CF-FORMAT
               MOVE NUMCDEI TO W-CF-NUM-CDE
               MOVE DATCDEI TO W-CF-DATE-CDE
               MOVE DATPREI TO W-CF-DATE-PREVUE
               MOVE QTECDEI TO W-CF-QTE-CDE
               MOVE COUTI   TO W-CF-COUT-UNIT
               MOVE STATUTI TO W-CF-STATUT
               MOVE 1       TO W-CF-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-CF-RC
                   WHEN 1
                       MOVE 'DN1004' TO W-MSG-ID
                       MOVE 'COMMANDE DE FABRICATION ENREGISTREE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-COMMANDE
                   WHEN 3
                       MOVE 'DN1005' TO W-MSG-ID
                       MOVE 'SAISIE INVALIDE (ALBUM, SUPPORT C/V, '
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE 'QUANTITE, DATES OU STATUT P/O/S/A)'
                           TO MSGFLDO(38:42)
                              W-MSG-DEFAUT(38:42)
                   WHEN OTHER
                       MOVE 'DN1006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-SUPPRIMER-COMMANDE.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-CDEFAB
               MOVE CODEAI  TO W-CF-CODEA
               MOVE FORMATI TO W-CF-FORMAT
               MOVE NUMCDEI TO W-CF-NUM-CDE
               MOVE 2       TO W-CF-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-CF-RC
                   WHEN 1
                       MOVE 'DN1007' TO W-MSG-ID
                       MOVE 'COMMANDE DE FABRICATION SUPPRIMEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DN1003' TO W-MSG-ID
                       MOVE 'COMMANDE DE FABRICATION INCONNUE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 5
                       MOVE 'DN1008' TO W-MSG-ID
                       MOVE 'COMMANDE DEJA RECEPTIONNEE : LA SOLDER OU '
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE 'L''ANNULER' TO MSGFLDO(43:37)
                                            W-MSG-DEFAUT(43:37)
                   WHEN OTHER
                       MOVE 'DN1006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-AFFICHER-COMMANDE.
           MOVE W-CF-NUM-CDE     TO NUMCDEO
           MOVE W-CF-DATE-CDE    TO DATCDEO
           MOVE W-CF-DATE-PREVUE TO DATPREO
           MOVE W-CF-QTE-CDE     TO QTECDEO
           MOVE W-CF-QTE-RECUE   TO QTERECO
           MOVE W-CF-COUT-UNIT   TO COUTO
           MOVE W-CF-STATUT      TO STATUTO
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN1')
               INPUTMSG (W-CDEFAB)
               INPUTMSGLEN (LENGTH OF W-CDEFAB)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-CDEFAB)
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
