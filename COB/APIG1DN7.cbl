      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN D ANNULATION ET DE REEMISSION D UNE FACTURE         *
      *      ERRONEE (ERREUR DE SAISIE, CF ANNULFAC.cpy) -- CONSULTE   *
      *      LA LIGNE DE VENTE ET, POUR LE SEUL SUPERVISEUR, L ANNULE  *
      *      PAR UN AVOIR TOTAL ET REEMET UNE FACTURE CORRIGEE         *
      *      (SERVICE PGMG1VN7)                                        *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN7.
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
       COPY MBLG1N7.
       COPY APIG1DWK.
       COPY ANNULFAC.
       COPY ANNULFAW.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N7'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N7'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN7'.
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
           MOVE 'DN7001' TO W-TITRE-ID
           MOVE 'ANNULATION ET REEMISSION DE FACTURE' TO TITRFLDO
                                                         W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-LIGNE
               WHEN 'A'
                   PERFORM P-ANNULER-REEMETTRE
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CHARGER-CLE.
           INITIALIZE W-ANNULFAC
           MOVE CODEAI  TO W-AN-CODEA
           MOVE SIRENI  TO W-AN-SIREN
           MOVE DATVNTI TO W-AN-DATE-VENTE
           MOVE NUMLIGI TO W-AN-NUM-LIGNE
           .

       P-CONSULTER-LIGNE.
           PERFORM P-CHARGER-CLE
           MOVE 0       TO W-AN-CODE-FONC
           PERFORM P-APPELER-SERVICE
           EVALUATE W-AN-RC
               WHEN 1
                   MOVE 'DN7002' TO W-MSG-ID
                   MOVE 'FACTURE OUVERTE, ANNULABLE' TO MSGFLDO
                                                        W-MSG-DEFAUT
                   PERFORM P-AFFICHER-LIGNE
               WHEN 2
                   MOVE 'DN7003' TO W-MSG-ID
                   MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                               W-MSG-DEFAUT
               WHEN 3
                   MOVE 'DN7004' TO W-MSG-ID
                   MOVE 'RETOUR, COMPOSANT OU LIGNE NON FACTUREE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   PERFORM P-AFFICHER-LIGNE
               WHEN 6
                   MOVE 'DN7005' TO W-MSG-ID
                   MOVE 'FACTURE DEJA SOLDEE OU ANNULEE' TO MSGFLDO
                                                            W-MSG-DEFAUT
                   PERFORM P-AFFICHER-LIGNE
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

      *    L ANNULATION EST RESERVEE AU DROIT DE VALIDER -- LE SERVICE
      *    LE CONTROLE A NOUVEAU SUR LA FILE DE RECUPERATION
       P-ANNULER-REEMETTRE.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               PERFORM P-CHARGER-CLE
               MOVE NSIRENI TO W-AN-SIREN-NOUV
               MOVE NDEVISI TO W-AN-DEVISE-NOUV
               IF NPRIXI IS NUMERIC
                   MOVE NPRIXI TO W-AN-PRIX-NOUV
               END-IF
               IF NQTEI IS NUMERIC
                   MOVE NQTEI  TO W-AN-QTE-NOUV
               END-IF
               MOVE 1       TO W-AN-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-AN-RC
                   WHEN 1
                       MOVE 'DN7006' TO W-MSG-ID
                       MOVE 'FACTURE ANNULEE PAR AVOIR ET REEMISE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-LIGNE
                   WHEN 2
                       MOVE 'DN7003' TO W-MSG-ID
                       MOVE 'VENTE NON TROUVEE' TO MSGFLDO
                                                   W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DN7004' TO W-MSG-ID
                       MOVE 'RETOUR, COMPOSANT OU LIGNE NON FACTUREE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 5
                       MOVE ERR-NOT-AUTH TO MSGFLDO
                   WHEN 6
                       MOVE 'DN7005' TO W-MSG-ID
                       MOVE 'FACTURE DEJA SOLDEE OU ANNULEE'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       PERFORM P-AFFICHER-LIGNE
                   WHEN 7
                       MOVE 'DN7007' TO W-MSG-ID
                       MOVE 'DISTRIBUTEUR INCONNU' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   WHEN 8
                       MOVE 'DN7008' TO W-MSG-ID
                       MOVE 'DEVISE INCONNUE' TO MSGFLDO
                                                 W-MSG-DEFAUT
                   WHEN 9
                       MOVE 'DN7009' TO W-MSG-ID
                       MOVE 'AUCUNE CORRECTION SAISIE' TO MSGFLDO
                                                          W-MSG-DEFAUT
                       PERFORM P-AFFICHER-LIGNE
                   WHEN 10
                       MOVE 'DN7010' TO W-MSG-ID
                       MOVE '99 LIGNES DEJA SAISIES CE JOUR'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DN7011' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-AFFICHER-LIGNE.
           MOVE W-AN-NUM-FACTURE      TO FACTUO
           MOVE W-AN-PRIX             TO PRIXO
           MOVE W-AN-QTE              TO QTEO
           MOVE W-AN-DEVISE           TO DEVISEO
           MOVE W-AN-STATUT           TO STATUO
           MOVE W-AN-NUM-AVOIR        TO AVOIRO
           MOVE W-AN-NUM-FACTURE-NOUV TO NFACTUO
           MOVE W-AN-CLE-NOUVELLE     TO NCLEO
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN7')
               INPUTMSG (W-ANNULFAC)
               INPUTMSGLEN (LENGTH OF W-ANNULFAC)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-ANNULFAC)
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
