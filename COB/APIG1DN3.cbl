      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DES TRANSFERTS DE STOCK ENTRE SITES (CONSULTATION   *
      *      DU DISPONIBLE AUX DEUX SITES, TRANSFERT D UNE QUANTITE,   *
      *      CF TRFSTOCK.cpy) -- LE TRANSFERT EST TRACE DANS STKMVTG1  *
      *      PAR UNE SORTIE ET UNE ENTREE APPARIEES                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN3.
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
       COPY MBLG1N3.
       COPY APIG1DWK.
       COPY TRFSTOCK.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N3'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N3'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN3'.
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
           MOVE 'DN3001' TO W-TITRE-ID
           MOVE 'TRANSFERTS ENTRE SITES' TO TITRFLDO
                                            W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-SITES
               WHEN 'T'
                   PERFORM P-TRANSFERER
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CONSULTER-SITES.
           PERFORM P-PREPARER-DEMANDE
           MOVE 0 TO W-TR-CODE-FONC
           PERFORM P-APPELER-SERVICE
           EVALUATE W-TR-RC
               WHEN 1
                   MOVE 'DN3002' TO W-MSG-ID
                   MOVE 'DISPONIBLE DES DEUX SITES' TO MSGFLDO
                                                       W-MSG-DEFAUT
                   PERFORM P-AFFICHER-SITES
               WHEN 2
                   MOVE 'DN3003' TO W-MSG-ID
                   MOVE 'PAS DE STOCK AU SITE DE DEPART' TO MSGFLDO
                                                            W-MSG-DEFAUT
               WHEN 3
                   MOVE 'DN3004' TO W-MSG-ID
                   MOVE 'SAISIE INVALIDE (ALBUM, SUPPORT C/V, SITES '
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   MOVE 'P/R/D DISTINCTS)' TO MSGFLDO(44:16)
                                              W-MSG-DEFAUT(44:16)
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

       P-TRANSFERER.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               PERFORM P-PREPARER-DEMANDE
               MOVE QTEI TO W-TR-QTE
               MOVE 1    TO W-TR-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-TR-RC
                   WHEN 1
                       MOVE 'DN3005' TO W-MSG-ID
                       MOVE 'TRANSFERT EFFECTUE' TO MSGFLDO
                                                    W-MSG-DEFAUT
                       PERFORM P-AFFICHER-SITES
                   WHEN 2
                       MOVE 'DN3003' TO W-MSG-ID
                       MOVE 'PAS DE STOCK AU SITE DE DEPART'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DN3006' TO W-MSG-ID
                       MOVE 'SAISIE INVALIDE (ALBUM, SUPPORT C/V, '
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE 'SITES P/R/D DISTINCTS, QUANTITE)'
                           TO MSGFLDO(38:32)
                              W-MSG-DEFAUT(38:32)
                   WHEN 5
                       MOVE 'DN3007' TO W-MSG-ID
                       MOVE 'DISPONIBLE INSUFFISANT AU SITE DE DEPART'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       MOVE W-TR-DISPO-DEPART TO DISPDEPO
                   WHEN OTHER
                       MOVE 'DN3008' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-PREPARER-DEMANDE.
           INITIALIZE W-TRANSFERT
           MOVE CODEAI  TO W-TR-CODEA
           MOVE FORMATI TO W-TR-FORMAT
           MOVE DEPARTI TO W-TR-DEPOT-DEPART
           MOVE ARRIVEI TO W-TR-DEPOT-ARRIVEE
           .

       P-AFFICHER-SITES.
           MOVE W-TR-DISPO-DEPART  TO DISPDEPO
           MOVE W-TR-DISPO-ARRIVEE TO DISPARRO
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN3')
               INPUTMSG (W-TRANSFERT)
               INPUTMSGLEN (LENGTH OF W-TRANSFERT)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-TRANSFERT)
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
