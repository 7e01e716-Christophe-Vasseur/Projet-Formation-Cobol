      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      LISTE DES CONVENTIONS DE DISTRIBUTION (CONVDIG1, CF       *
      *      CONVDIST.cpy) -- TOUTES LES MAISONS D UN LABEL OU D UN    *
      *      ALBUM, OU TOUTES LES CONVENTIONS D UNE MAISON             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DN5.
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
       COPY MBLG1N5.
       COPY APIG1DWK.
       COPY CONVDIST.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1N5'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1N5'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DN5'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

      *    PARCOURS DES CONVENTIONS
       01 W-CN-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-OK-CN      VALUE 0.
           88 CICS-RESP-FINFIC-CN  VALUE 20.
       01 W-CN-RC-CICS-2       PIC S9(04) COMP.
       77 SCAN-GARDE-FOU       PIC 9(05) VALUE 99999.
       77 J                    PIC 9(05) VALUE 0.
       77 I                    PIC 9(02) VALUE 0.
       77 W-FILTRE-OBJET       PIC X(01) VALUE 'N'.
       77 W-FILTRE-SIREN       PIC X(01) VALUE 'N'.

      *    LIGNE DE LISTE COMPOSEE AVANT AFFICHAGE
       01 O-CN-KEY.
           05 O-CN-TYPE            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-CN-OBJET           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-CN-SIREN           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-CN-DEBUT           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-CN-FIN             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-CN-EXCLUSIF        PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-CN-SAISIE          PIC 9(08).
           05 FILLER               PIC X(29) VALUE SPACES.

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
           MOVE 'DN5001' TO W-TITRE-ID
           MOVE 'LISTE DES CONVENTIONS DE DISTRIBUTION'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           PERFORM P-ERASE-LIST
           PERFORM P-LISTER-CONVENTIONS
           .

      *    AVEC UN LABEL OU UN ALBUM, LE PARCOURS PART DU PREFIXE DE
      *    L OBJET ; SANS OBJET, TOUT LE FICHIER EST PARCOURU (BORNE
      *    PAR SCAN-GARDE-FOU) ET SEULE LA MAISON FILTRE
       P-LISTER-CONVENTIONS.
           MOVE 'N' TO W-FILTRE-OBJET
           MOVE 'N' TO W-FILTRE-SIREN
           MOVE LOW-VALUE TO CN-CLE
           IF TYPOBJI NOT = SPACES AND TYPOBJI NOT = LOW-VALUE
                   AND OBJETI NOT = SPACES AND OBJETI NOT = LOW-VALUE
               MOVE 'Y' TO W-FILTRE-OBJET
               MOVE TYPOBJI TO CN-TYPE-OBJET
               MOVE OBJETI  TO CN-CODE-OBJET
           END-IF
           IF SIRENI NOT = SPACES AND SIRENI NOT = LOW-VALUE
               MOVE 'Y' TO W-FILTRE-SIREN
           END-IF
           MOVE 0 TO J
           MOVE 0 TO I
           EXEC CICS
               STARTBR
               FILE ('CONVDIG1')
               RIDFLD (CN-CLE)
               KEYLENGTH (LENGTH OF CN-CLE)
               GTEQ
               RESP (W-CN-RC-CICS-1)
               RESP2 (W-CN-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-CN
               PERFORM UNTIL
                   I >= 12 OR
                   NOT CICS-RESP-OK-CN OR
                   J > SCAN-GARDE-FOU
                   ADD 1 TO J
                   EXEC CICS READNEXT
                       FILE ('CONVDIG1')
                       INTO (E-CONVDIST)
                       LENGTH (LENGTH OF E-CONVDIST)
                       RIDFLD (CN-CLE)
                       KEYLENGTH (LENGTH OF CN-CLE)
                       RESP (W-CN-RC-CICS-1)
                       RESP2 (W-CN-RC-CICS-2)
                   END-EXEC
                   IF CICS-RESP-OK-CN
                       PERFORM P-FILTRER-CONVENTION
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('CONVDIG1')
                   RESP (W-CN-RC-CICS-1)
                   RESP2 (W-CN-RC-CICS-2)
               END-EXEC
           END-IF
           IF I = 0
               MOVE 'DN5002' TO W-MSG-ID
               MOVE 'AUCUNE CONVENTION POUR CE FILTRE' TO MSGFLDO
                                                          W-MSG-DEFAUT
           END-IF
           .

      *    LE FILTRE D OBJET BORNE AUSSI LA FIN DU PARCOURS -- DES
      *    QU UN AUTRE OBJET DEFILE, LA LISTE EST COMPLETE
       P-FILTRER-CONVENTION.
           IF W-FILTRE-OBJET = 'Y'
                   AND (CN-TYPE-OBJET NOT = TYPOBJI
                        OR CN-CODE-OBJET NOT = OBJETI)
               MOVE 20 TO W-CN-RC-CICS-1
           ELSE
           IF W-FILTRE-SIREN = 'N' OR CN-SIREN = SIRENI
               PERFORM P-AJOUTER-CONVENTION
           END-IF
           END-IF
           .

       P-AJOUTER-CONVENTION.
           MOVE CN-TYPE-OBJET    TO O-CN-TYPE
           MOVE CN-CODE-OBJET    TO O-CN-OBJET
           MOVE CN-SIREN         TO O-CN-SIREN
           MOVE CN-DATE-DEBUT    TO O-CN-DEBUT
           MOVE CN-DATE-FIN      TO O-CN-FIN
           MOVE CN-EXCLUSIF      TO O-CN-EXCLUSIF
           MOVE CN-DATE-SAISIE   TO O-CN-SAISIE
           ADD 1 TO I
           EVALUATE I
               WHEN  1 MOVE O-CN-KEY TO ITEM01O
               WHEN  2 MOVE O-CN-KEY TO ITEM02O
               WHEN  3 MOVE O-CN-KEY TO ITEM03O
               WHEN  4 MOVE O-CN-KEY TO ITEM04O
               WHEN  5 MOVE O-CN-KEY TO ITEM05O
               WHEN  6 MOVE O-CN-KEY TO ITEM06O
               WHEN  7 MOVE O-CN-KEY TO ITEM07O
               WHEN  8 MOVE O-CN-KEY TO ITEM08O
               WHEN  9 MOVE O-CN-KEY TO ITEM09O
               WHEN 10 MOVE O-CN-KEY TO ITEM10O
               WHEN 11 MOVE O-CN-KEY TO ITEM11O
               WHEN 12 MOVE O-CN-KEY TO ITEM12O
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
