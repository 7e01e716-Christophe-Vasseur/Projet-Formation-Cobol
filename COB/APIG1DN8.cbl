      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DE MAINTENANCE DES TEXTES D ECRAN TRADUITS          *
      *      (CONSULTATION / SAISIE / SUPPRESSION D UN TEXTE PAR       *
      *      IDENTIFIANT ET LANGUE, CF MSGTXT.cpy) -- LE TEXTE         *
      *      FRANCAIS DE REFERENCE EST AFFICHE EN REGARD ; LA SAISIE   *
      *      ET LA SUPPRESSION SONT RESERVEES AU SUPERVISEUR (SERVICE  *
      *      PGMG1VN8)                                                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN8.
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
       COPY MBLG1N8.
       COPY APIG1DWK.
       COPY MSGTXT.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N8'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N8'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN8'.
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
           MOVE 'DN8001' TO W-TITRE-ID
           MOVE 'TRADUCTION DES TEXTES D''ECRAN' TO TITRFLDO
                                                    W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P-CONSULTER-TEXTE
               WHEN 'R'
                   PERFORM P-REMPLACER-TEXTE
               WHEN 'S'
                   PERFORM P-SUPPRIMER-TEXTE
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CONSULTER-TEXTE.
           INITIALIZE W-MSGTXT
           MOVE MSGIDI TO W-MT-ID
           MOVE LANGUI TO W-MT-LANGUE
           MOVE 0      TO W-MT-CODE-FONC
           PERFORM P-APPELER-SERVICE
           MOVE W-MT-TEXTE-FR TO TEXTFRO
           EVALUATE W-MT-RC
               WHEN 1
                   MOVE 'DN8002' TO W-MSG-ID
                   MOVE 'TEXTE TROUVE' TO MSGFLDO
                                          W-MSG-DEFAUT
                   MOVE W-MT-TEXTE    TO TEXTEO
                   MOVE W-MT-DATE-MAJ TO DATMAJO
                   MOVE W-MT-OPER-MAJ TO OPEMAJO
               WHEN 2
                   MOVE 'DN8003' TO W-MSG-ID
                   MOVE 'TEXTE ABSENT POUR CETTE LANGUE' TO MSGFLDO
                                                            W-MSG-DEFAUT
               WHEN OTHER
                   MOVE ERR-UNKNOWN TO MSGFLDO
           END-EVALUATE
           .

      *    LA SAISIE EST RESERVEE AU DROIT DE VALIDER -- LE SERVICE LE
      *    CONTROLE A NOUVEAU SUR LA FILE DE RECUPERATION
       P-REMPLACER-TEXTE.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-MSGTXT
               MOVE MSGIDI TO W-MT-ID
               MOVE LANGUI TO W-MT-LANGUE
               MOVE TEXTEI TO W-MT-TEXTE
               MOVE 1      TO W-MT-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-MT-RC
                   WHEN 1
                       MOVE 'DN8004' TO W-MSG-ID
                       MOVE 'TEXTE ENREGISTRE' TO MSGFLDO
                                                  W-MSG-DEFAUT
                       MOVE W-MT-TEXTE    TO TEXTEO
                       MOVE W-MT-DATE-MAJ TO DATMAJO
                       MOVE W-MT-OPER-MAJ TO OPEMAJO
                   WHEN 3
                       MOVE 'DN8005' TO W-MSG-ID
                       MOVE 'SAISIE INVALIDE (ID, LANGUE FR/EN, TEXTE)'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 5
                       MOVE ERR-NOT-AUTH TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DN8006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

      *    SANS TEXTE AU FICHIER, L ECRAN RETROUVE LE TEXTE FRANCAIS
      *    DE SON PROGRAMME
       P-SUPPRIMER-TEXTE.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-MSGTXT
               MOVE MSGIDI TO W-MT-ID
               MOVE LANGUI TO W-MT-LANGUE
               MOVE 2      TO W-MT-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-MT-RC
                   WHEN 1
                       MOVE 'DN8007' TO W-MSG-ID
                       MOVE 'TEXTE SUPPRIME, RETOUR AU TEXTE DU PGM'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DN8003' TO W-MSG-ID
                       MOVE 'TEXTE ABSENT POUR CETTE LANGUE' TO MSGFLDO
                                                            W-MSG-DEFAUT
                   WHEN 5
                       MOVE ERR-NOT-AUTH TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DN8006' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VN8')
               INPUTMSG (W-MSGTXT)
               INPUTMSGLEN (LENGTH OF W-MSGTXT)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-MSGTXT)
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
