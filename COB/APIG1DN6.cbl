      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DE PASSAGE EN PERTE DES CREANCES IRRECOUVRABLES     *
      *      (DISTRIBUTEUR DEFAILLANT, CF IRRECOU.cpy) -- CONSULTE     *
      *      LES LIGNES OUVERTES D UNE FACTURE ET, POUR LE SEUL        *
      *      SUPERVISEUR, LES PASSE EN PERTE (SERVICE PGMG1VN6)        *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN6.
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
       COPY MBLG1N6.
       COPY APIG1DWK.
       COPY IRRECOU.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N6'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N6'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN6'.
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
           MOVE 'DN6001' TO W-TITRE-ID
           MOVE 'PASSAGE EN PERTE DES CREANCES' TO TITRFLDO
                                                   W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-FACTURE
               WHEN 'P'
                   PERFORM P-PASSER-EN-PERTE
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CHARGER-CLE.
           INITIALIZE W-IRRECOU
           MOVE SIRENI TO W-IR-SIREN
           MOVE FACTUI TO W-IR-NUM-FACTURE
           .

       P-CONSULTER-FACTURE.
           PERFORM P-CHARGER-CLE
           MOVE 0       TO W-IR-CODE-FONC
           PERFORM P-APPELER-SERVICE
           EVALUATE W-IR-RC
               WHEN 1
                   IF W-IR-NB-LIGNES = 0
                       MOVE 'DN6002' TO W-MSG-ID
                       MOVE 'FACTURE SANS LIGNE OUVERTE' TO MSGFLDO
                                                            W-MSG-DEFAUT
                   ELSE
                       MOVE 'DN6003' TO W-MSG-ID
                       MOVE 'FACTURE OUVERTE' TO MSGFLDO
                                                 W-MSG-DEFAUT
                   END-IF
                   PERFORM P-AFFICHER-FACTURE
               WHEN 2
                   MOVE 'DN6004' TO W-MSG-ID
                   MOVE 'FACTURE INCONNUE POUR CE DISTRIBUTEUR'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN 6
                   MOVE 'DN6005' TO W-MSG-ID
                   MOVE 'FACTURE DE PLUS DE 50 LIGNES OUVERTES'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   PERFORM P-AFFICHER-FACTURE
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

      *    LE PASSAGE EN PERTE EST RESERVE AU DROIT DE VALIDER -- LE
      *    SERVICE LE CONTROLE A NOUVEAU SUR LA FILE DE RECUPERATION
       P-PASSER-EN-PERTE.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               PERFORM P-CHARGER-CLE
               MOVE 1       TO W-IR-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-IR-RC
                   WHEN 1
                       MOVE 'DN6006' TO W-MSG-ID
                       MOVE 'FACTURE PASSEE EN PERTE' TO MSGFLDO
                                                         W-MSG-DEFAUT
                       PERFORM P-AFFICHER-FACTURE
                   WHEN 2
                       MOVE 'DN6004' TO W-MSG-ID
                       MOVE 'FACTURE INCONNUE POUR CE DISTRIBUTEUR'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DN6002' TO W-MSG-ID
                       MOVE 'FACTURE SANS LIGNE OUVERTE' TO MSGFLDO
                                                            W-MSG-DEFAUT
                       PERFORM P-AFFICHER-FACTURE
                   WHEN 5
                       MOVE ERR-NOT-AUTH TO MSGFLDO
                   WHEN 6
                       MOVE 'DN6005' TO W-MSG-ID
                       MOVE 'FACTURE DE PLUS DE 50 LIGNES OUVERTES'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DN6007' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-AFFICHER-FACTURE.
           MOVE W-IR-DATE-FACTURE TO DATFACO
           MOVE W-IR-NB-LIGNES    TO NBLIGO
           MOVE W-IR-MONTANT-TTC  TO MTTTCO
           MOVE W-IR-MONTANT-TVA  TO MTTVAO
           MOVE W-IR-STATUT       TO STATUO
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN6')
               INPUTMSG (W-IRRECOU)
               INPUTMSGLEN (LENGTH OF W-IRRECOU)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-IRRECOU)
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
