      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DE CONSULTATION DU JOURNAL DES INCIDENTS EN LIGNE   *
      *      (ERRLOGG1, CF ERRLOG.cpy) -- UNE LIGNE PAR ABEND D UNE    *
      *      TRANSACTION API5                                          *
      *                                                                *
      *      RESERVE AU SUPERVISEUR -- FILTRAGE PAR PROGRAMME (EN      *
      *      ABEND OU ECRAN EN COURS) OU PAR DATE AAAAMMJJ (LES DEUX   *
      *      FILTRES SE CUMULENT) ; LES DOUZE PREMIERES LIGNES         *
      *      RETENUES SONT AFFICHEES, AU-DELA IL FAUT AFFINER LE       *
      *      FILTRE                                                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DM7.
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
       COPY MBLG1M7.
       COPY APIG1DWK.
       COPY ERRLOG.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1M7'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1M7'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DM7'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

      *    ERRLOGG1 EST UN ESDS : PARCOURS PAR ADRESSE RELATIVE,
      *    MEME TECHNIQUE QUE LA CONSULTATION DE LECTPEG1 (APIG1DM3)
       77 W-EL-RBA             PIC S9(08) COMP VALUE 0.
       01 W-EL-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-OK         VALUE 0.
           88 CICS-RESP-FINFIC     VALUE 20.
       01 W-EL-RC-CICS-2       PIC S9(04) COMP.
       77 SCAN-GARDE-FOU       PIC 9(07) VALUE 9999999.
       77 J                    PIC 9(07) VALUE 0.
       77 I                    PIC 9(02) VALUE 0.

      *    LIGNE DE LISTE COMPOSEE AVANT AFFICHAGE -- LA CLE EST
      *    TRONQUEE A 12 CARACTERES
       01 O-EL-KEY.
           05 O-EL-DATE            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-HEURE           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-PGM-ABEND       PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-PGM-ECRAN       PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-TERM            PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-OPER            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-ABCODE          PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-COMMANDE        PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-RESSOURCE       PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EL-CLE             PIC X(12).

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
           MOVE 'DM7001' TO W-TITRE-ID
           MOVE 'JOURNAL DES INCIDENTS EN LIGNE'
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
               PERFORM P-LISTER-INCIDENTS
           END-IF
           .

       P-LISTER-INCIDENTS.
           MOVE 0 TO W-EL-RBA
           MOVE 0 TO J
           MOVE 0 TO I
           EXEC CICS
               STARTBR
               FILE ('ERRLOGG1')
               RIDFLD (W-EL-RBA)
               RBA
               RESP (W-EL-RC-CICS-1)
               RESP2 (W-EL-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK
               PERFORM UNTIL
                   I >= 12 OR
                   CICS-RESP-FINFIC OR
                   NOT CICS-RESP-OK OR
                   J > SCAN-GARDE-FOU
                   ADD 1 TO J
                   EXEC CICS READNEXT
                       FILE ('ERRLOGG1')
                       INTO (E-ERRLOG)
                       LENGTH (LENGTH OF E-ERRLOG)
                       RIDFLD (W-EL-RBA)
                       RBA
                       RESP (W-EL-RC-CICS-1)
                       RESP2 (W-EL-RC-CICS-2)
                   END-EXEC
                   IF CICS-RESP-OK
                       PERFORM P-FILTRER-INCIDENT
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('ERRLOGG1')
                   RESP (W-EL-RC-CICS-1)
                   RESP2 (W-EL-RC-CICS-2)
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN I = 0
                   MOVE 'DM7002' TO W-MSG-ID
                   MOVE 'AUCUN INCIDENT POUR CE FILTRE' TO MSGFLDO
                                                           W-MSG-DEFAUT
               WHEN I >= 12
                   MOVE 'DM7003' TO W-MSG-ID
                   MOVE 'PLUS DE 12 LIGNES, AFFINER LE FILTRE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DM7004' TO W-MSG-ID
                   MOVE 'FIN DU JOURNAL ATTEINTE' TO MSGFLDO
                                                     W-MSG-DEFAUT
           END-EVALUATE
           .

      *    LES DEUX FILTRES SE CUMULENT -- UN FILTRE A BLANC LAISSE
      *    TOUT PASSER ; LE PROGRAMME EST CHERCHE EN ABEND COMME EN
      *    ECRAN, POUR RETROUVER LES ABENDS D UN SERVICE PGMG1V
       P-FILTRER-INCIDENT.
           IF (PGMI = SPACES OR PGMI = LOW-VALUE
                   OR EL-PGM-ABEND = PGMI
                   OR EL-PGM-ECRAN = PGMI)
               AND (DATEI = SPACES OR DATEI = LOW-VALUE
                   OR EL-DATE = DATEI)
               PERFORM P-AJOUTER-INCIDENT
           END-IF
           .

       P-AJOUTER-INCIDENT.
           MOVE EL-DATE          TO O-EL-DATE
           MOVE EL-HEURE         TO O-EL-HEURE
           MOVE EL-PGM-ABEND     TO O-EL-PGM-ABEND
           MOVE EL-PGM-ECRAN     TO O-EL-PGM-ECRAN
           MOVE EL-TERM-ID       TO O-EL-TERM
           MOVE EL-OPER-ID       TO O-EL-OPER
           MOVE EL-ABCODE        TO O-EL-ABCODE
           MOVE EL-COMMANDE      TO O-EL-COMMANDE
           MOVE EL-RESSOURCE     TO O-EL-RESSOURCE
           MOVE EL-CLE           TO O-EL-CLE
           ADD 1 TO I
           EVALUATE I
               WHEN  1 MOVE O-EL-KEY TO ITEM01O
               WHEN  2 MOVE O-EL-KEY TO ITEM02O
               WHEN  3 MOVE O-EL-KEY TO ITEM03O
               WHEN  4 MOVE O-EL-KEY TO ITEM04O
               WHEN  5 MOVE O-EL-KEY TO ITEM05O
               WHEN  6 MOVE O-EL-KEY TO ITEM06O
               WHEN  7 MOVE O-EL-KEY TO ITEM07O
               WHEN  8 MOVE O-EL-KEY TO ITEM08O
               WHEN  9 MOVE O-EL-KEY TO ITEM09O
               WHEN 10 MOVE O-EL-KEY TO ITEM10O
               WHEN 11 MOVE O-EL-KEY TO ITEM11O
               WHEN 12 MOVE O-EL-KEY TO ITEM12O
           END-EVALUATE
           .

       P-ERASE-LIST.
           MOVE SPACES TO
               ITEM01O ITEM02O ITEM03O ITEM04O
               ITEM05O ITEM06O ITEM07O ITEM08O
               ITEM09O ITEM10O ITEM11O ITEM12O
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
