      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DES CONVENTIONS DE DISTRIBUTION                     *
      *      (CONSULTATION / SAISIE / SUPPRESSION D UNE CONVENTION,    *
      *      CF CONVDIST.cpy) -- DIT QUELLE MAISON PEUT VENDRE QUEL    *
      *      LABEL OU QUEL ALBUM, SUR QUELLE PERIODE ET SI C EST EN    *
      *      EXCLUSIVITE                                               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN4.
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
       COPY MBLG1N4.
       COPY APIG1DWK.
       COPY CONVDIST.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N4'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N4'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN4'.
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
           MOVE 'DN4001' TO W-TITRE-ID
           MOVE 'CONVENTIONS DE DISTRIBUTION' TO TITRFLDO
                                                 W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-CONVENTION
               WHEN 'R'
                   PERFORM P-REMPLACER-CONVENTION
               WHEN 'S'
                   PERFORM P-SUPPRIMER-CONVENTION
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CHARGER-CLE.
           INITIALIZE W-CONVDIST
           MOVE TYPOBJI TO W-CN-TYPE-OBJET
           MOVE OBJETI  TO W-CN-CODE-OBJET
           MOVE SIRENI  TO W-CN-SIREN
           MOVE DATDEBI TO W-CN-DATE-DEBUT
           .

       P-CONSULTER-CONVENTION.
           PERFORM P-CHARGER-CLE
           MOVE 0       TO W-CN-CODE-FONC
           PERFORM P-APPELER-SERVICE
           EVALUATE W-CN-RC
               WHEN 1
                   MOVE 'DN4002' TO W-MSG-ID
                   MOVE 'CONVENTION TROUVEE' TO MSGFLDO
                                                W-MSG-DEFAUT
                   PERFORM P-AFFICHER-CONVENTION
               WHEN 2
                   MOVE 'DN4003' TO W-MSG-ID
                   MOVE 'CONVENTION INCONNUE' TO MSGFLDO
                                                 W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

       P-REMPLACER-CONVENTION.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               PERFORM P-CHARGER-CLE
               MOVE DATFINI TO W-CN-DATE-FIN
               MOVE EXCLUI  TO W-CN-EXCLUSIF
               MOVE 1       TO W-CN-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-CN-RC
                   WHEN 1
                       MOVE 'DN4004' TO W-MSG-ID
                       MOVE 'CONVENTION ENREGISTREE' TO MSGFLDO
                                                        W-MSG-DEFAUT
                       PERFORM P-AFFICHER-CONVENTION
                   WHEN 3
                       MOVE 'DN4007' TO W-MSG-ID
                       MOVE
                           'SAISIE INVALIDE (TYPE L/A, LABEL OU ALBUM, '
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE 'MAISON, DATES OU EXCLUSIVITE O/N)'
                           TO MSGFLDO(44:36)
                              W-MSG-DEFAUT(44:36)
                   WHEN 5
                       MOVE 'DN4008' TO W-LIB-ID
                       MOVE
                           'EXCLUSIVITE EN CONFLIT SUR LA PERIODE AVEC '
                           TO W-LIB-TEXTE
                       MOVE 'LA MAISON' TO W-LIB-TEXTE(44:9)
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       MOVE SPACES TO MSGFLDO
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' W-CN-SIREN-CONFLIT
                           DELIMITED BY SIZE
                           INTO MSGFLDO
                   WHEN OTHER
                       MOVE 'DN4005' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-SUPPRIMER-CONVENTION.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               PERFORM P-CHARGER-CLE
               MOVE 2       TO W-CN-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-CN-RC
                   WHEN 1
                       MOVE 'DN4006' TO W-MSG-ID
                       MOVE 'CONVENTION SUPPRIMEE' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DN4003' TO W-MSG-ID
                       MOVE 'CONVENTION INCONNUE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DN4005' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-AFFICHER-CONVENTION.
           MOVE W-CN-DATE-FIN    TO DATFINO
           MOVE W-CN-EXCLUSIF    TO EXCLUO
           MOVE W-CN-DATE-SAISIE TO DATSAIO
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN4')
               INPUTMSG (W-CONVDIST)
               INPUTMSGLEN (LENGTH OF W-CONVDIST)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-CONVDIST)
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
