      *======================================================*
      *   SOUS-PROGRAMME DE MAINTENANCE DES CONVENTIONS DE    *
      *   DISTRIBUTION (CONVDIG1, CF CONVDIST.cpy)            *
      *                                                       *
      *   MODE 0 : CONSULTATION D UNE CONVENTION              *
      *   MODE 1 : CREATION / REMPLACEMENT (MAISON, LABEL OU  *
      *            ALBUM, DATES ET EXCLUSIVITE CONTROLES)     *
      *   MODE 2 : SUPPRESSION                                *
      *   UNE CONVENTION EST REFUSEE SI UNE AUTRE MAISON A    *
      *   UNE CONVENTION SUR LE MEME OBJET, CHEVAUCHANT LA    *
      *   PERIODE, ET QUE L UNE DES DEUX EST EXCLUSIVE        *
      *   TOUTE MODIFICATION EST JOURNALISEE DANS HISTOG1     *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN4.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77 RC-1        PIC S9(8) COMP.
       77 RC-2        PIC S9(8) COMP.
       77 DATE-TMP    PIC S9(15) COMP-3.

      *------------------------------------------------------*
      *   ZONES DE CONTROLE DES DATES SAISIES                 *
      *------------------------------------------------------*

       01 W-DATE-CTL.
           05 W-DC-ANNEE  PIC 9(04).
           05 W-DC-MOIS   PIC 9(02).
           05 W-DC-JOUR   PIC 9(02).
       77 W-DATE-A-CTL   PIC 9(08).
       77 W-DATE-JOUR    PIC 9(08).

      *------------------------------------------------------*
      *   RECHERCHE D UN CONFLIT D EXCLUSIVITE SUR L OBJET -- *
      *   UNE FIN A ZERO (SANS TERME) VAUT 99999999           *
      *------------------------------------------------------*

       77 W-FIN-SAISIE       PIC 9(08).
       77 W-FIN-EXISTANTE    PIC 9(08).
       01 FIN-BROWSE-IND     PIC 9.
           88 FIN-BROWSE         VALUE 1.
           88 NON-FIN-BROWSE     VALUE 2.

       COPY CONVDIST.
       COPY MAISONDI.
       COPY LABEL.
       COPY ALBUM.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-CONVDIST
           INITIALIZE W-CONVDIST

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-CONVDIST)
           END-EXEC

           MOVE 1 TO W-CN-RC
           MOVE SPACES TO W-CN-SIREN-CONFLIT
           EVALUATE W-CN-CODE-FONC
               WHEN 0
                   PERFORM P-CONSULTER-CONVENTION
               WHEN 1
                   PERFORM P-REMPLACER-CONVENTION
               WHEN 2
                   PERFORM P-SUPPRIMER-CONVENTION
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-CONVDIST)
               INPUTMSGLEN (LENGTH OF W-CONVDIST)
           END-EXEC

           GOBACK
           .

       P-PREPARER-CLE.
           MOVE W-CN-TYPE-OBJET TO CN-TYPE-OBJET
           MOVE W-CN-CODE-OBJET TO CN-CODE-OBJET
           MOVE W-CN-SIREN      TO CN-SIREN
           MOVE W-CN-DATE-DEBUT TO CN-DATE-DEBUT
           .

       P-CONSULTER-CONVENTION.
           PERFORM P-PREPARER-CLE
           EXEC CICS
               READ
               FILE ('CONVDIG1')
               INTO (E-CONVDIST)
               RIDFLD (CN-CLE)
               KEYLENGTH (LENGTH OF CN-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE CN-DATE-FIN    TO W-CN-DATE-FIN
               MOVE CN-EXCLUSIF    TO W-CN-EXCLUSIF
               MOVE CN-DATE-SAISIE TO W-CN-DATE-SAISIE
           ELSE
               MOVE 2 TO W-CN-RC
           END-IF
           .

      *    LE TYPE D OBJET EST 'L' OU 'A', L EXCLUSIVITE 'O' OU 'N'
      *    (BLANC VAUT NON EXCLUSIVE), LA DATE DE DEBUT UNE AAAAMMJJ
      *    PLAUSIBLE, LA DATE DE FIN NULLE OU POSTERIEURE AU DEBUT ;
      *    LA MAISON DOIT EXISTER DANS MAISONG1, LE LABEL DANS
      *    LABELG1 OU L ALBUM DANS ALBUMG1
       P-CONTROLER-SAISIE.
           MOVE W-CN-TYPE-OBJET TO CN-TYPE-OBJET
           IF NOT CN-OBJET-VALIDE
               MOVE 3 TO W-CN-RC
           END-IF
           IF W-CN-CODE-OBJET = SPACES OR W-CN-SIREN = SPACES
               MOVE 3 TO W-CN-RC
           END-IF
           IF W-CN-EXCLUSIF = SPACE
               MOVE 'N' TO W-CN-EXCLUSIF
           END-IF
           MOVE W-CN-EXCLUSIF TO CN-EXCLUSIF
           IF NOT CN-EXCLUSIF-VALIDE
               MOVE 3 TO W-CN-RC
           END-IF
           MOVE W-CN-DATE-DEBUT TO W-DATE-A-CTL
           PERFORM P-CONTROLER-DATE
           IF W-CN-DATE-FIN NOT NUMERIC
               MOVE 3 TO W-CN-RC
           ELSE
           IF W-CN-DATE-FIN NOT = ZERO
               MOVE W-CN-DATE-FIN TO W-DATE-A-CTL
               PERFORM P-CONTROLER-DATE
               IF W-CN-RC = 1 AND W-CN-DATE-FIN < W-CN-DATE-DEBUT
                   MOVE 3 TO W-CN-RC
               END-IF
           END-IF
           END-IF
           IF W-CN-RC = 1
               MOVE W-CN-SIREN TO MA-SIREN
               EXEC CICS
                   READ
                   FILE ('MAISONG1')
                   INTO (E-MAISON-DIST)
                   RIDFLD (MA-SIREN)
                   KEYLENGTH (LENGTH OF MA-SIREN)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 3 TO W-CN-RC
               END-IF
           END-IF
           IF W-CN-RC = 1
               IF CN-OBJET-LABEL
                   PERFORM P-CONTROLER-LABEL
               ELSE
                   PERFORM P-CONTROLER-ALBUM
               END-IF
           END-IF
           .

       P-CONTROLER-LABEL.
           IF W-CN-CODE-OBJET(4:1) NOT = SPACE
               MOVE 3 TO W-CN-RC
           ELSE
               MOVE W-CN-CODE-OBJET(1:3) TO LB-CODE
               EXEC CICS
                   READ
                   FILE ('LABELG1')
                   INTO (E-LABEL)
                   RIDFLD (LB-CODE)
                   KEYLENGTH (LENGTH OF LB-CODE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 3 TO W-CN-RC
               END-IF
           END-IF
           .

       P-CONTROLER-ALBUM.
           MOVE W-CN-CODE-OBJET TO AL-CODEA
           EXEC CICS
               READ
               FILE ('ALBUMG1')
               INTO (E-ALBUM)
               RIDFLD (AL-CODEA)
               KEYLENGTH (LENGTH OF AL-CODEA)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 3 TO W-CN-RC
           END-IF
           .

       P-CONTROLER-DATE.
           IF W-DATE-A-CTL IS NOT NUMERIC
               MOVE 3 TO W-CN-RC
           ELSE
               MOVE W-DATE-A-CTL TO W-DATE-CTL
               IF W-DC-MOIS < 01 OR W-DC-MOIS > 12
                   OR W-DC-JOUR < 01 OR W-DC-JOUR > 31
                   MOVE 3 TO W-CN-RC
               END-IF
           END-IF
           .

      *    PARCOURS PAR PREFIXE TYPE + CODE OBJET DE TOUTES LES
      *    CONVENTIONS DE L OBJET (MEME MECANIQUE QUE
      *    P-ATTRIBUER-NUM-CDE DE PGMG1VN1) -- LES CONVENTIONS DE LA
      *    MAISON ELLE-MEME NE SONT PAS EN CONFLIT
       P-CHERCHER-CONFLIT.
           IF W-CN-DATE-FIN = ZERO
               MOVE 99999999 TO W-FIN-SAISIE
           ELSE
               MOVE W-CN-DATE-FIN TO W-FIN-SAISIE
           END-IF
           MOVE LOW-VALUE       TO CN-CLE
           MOVE W-CN-TYPE-OBJET TO CN-TYPE-OBJET
           MOVE W-CN-CODE-OBJET TO CN-CODE-OBJET
           EXEC CICS
               STARTBR
               FILE ('CONVDIG1')
               RIDFLD (CN-CLE)
               KEYLENGTH (LENGTH OF CN-CLE)
               GTEQ
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SET NON-FIN-BROWSE TO TRUE
               PERFORM P-EXAMINER-CONVENTION UNTIL FIN-BROWSE
               EXEC CICS
                   ENDBR
                   FILE ('CONVDIG1')
               END-EXEC
           END-IF
           .

       P-EXAMINER-CONVENTION.
           EXEC CICS
               READNEXT
               FILE ('CONVDIG1')
               INTO (E-CONVDIST)
               RIDFLD (CN-CLE)
               KEYLENGTH (LENGTH OF CN-CLE)
               RESP (RC-1)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
                   OR CN-TYPE-OBJET NOT = W-CN-TYPE-OBJET
                   OR CN-CODE-OBJET NOT = W-CN-CODE-OBJET
               SET FIN-BROWSE TO TRUE
           ELSE
           IF CN-SIREN NOT = W-CN-SIREN
                   AND (CN-EXCLUSIVE OR W-CN-EXCLUSIF = 'O')
               IF CN-DATE-FIN = ZERO
                   MOVE 99999999 TO W-FIN-EXISTANTE
               ELSE
                   MOVE CN-DATE-FIN TO W-FIN-EXISTANTE
               END-IF
               IF CN-DATE-DEBUT NOT > W-FIN-SAISIE
                       AND W-CN-DATE-DEBUT NOT > W-FIN-EXISTANTE
                   MOVE 5        TO W-CN-RC
                   MOVE CN-SIREN TO W-CN-SIREN-CONFLIT
                   SET FIN-BROWSE TO TRUE
               END-IF
           END-IF
           END-IF
           .

       P-REMPLACER-CONVENTION.
           PERFORM P-CONTROLER-SAISIE
           IF W-CN-RC = 1
               PERFORM P-CHERCHER-CONFLIT
           END-IF
           IF W-CN-RC = 1
               EXEC CICS ASKTIME
                   ABSTIME (DATE-TMP)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (DATE-TMP)
                   YYYYMMDD (W-DATE-JOUR)
               END-EXEC
               MOVE SPACES            TO E-CONVDIST
               PERFORM P-PREPARER-CLE
               MOVE W-CN-DATE-FIN     TO CN-DATE-FIN
               MOVE W-CN-EXCLUSIF     TO CN-EXCLUSIF
               MOVE W-DATE-JOUR       TO CN-DATE-SAISIE
               EXEC CICS
                   WRITE FILE('CONVDIG1')
                   FROM (E-CONVDIST)
                   RIDFLD (CN-CLE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(DUPREC)
                   EXEC CICS
                       READ
                       FILE ('CONVDIG1')
                       INTO (E-CONVDIST)
                       RIDFLD (CN-CLE)
                       KEYLENGTH (LENGTH OF CN-CLE)
                       RESP (RC-1)
                       RESP2 (RC-2)
                       UPDATE
                   END-EXEC
                   MOVE W-CN-DATE-FIN     TO CN-DATE-FIN
                   MOVE W-CN-EXCLUSIF     TO CN-EXCLUSIF
                   MOVE W-DATE-JOUR       TO CN-DATE-SAISIE
                   EXEC CICS
                       REWRITE FILE('CONVDIG1')
                       FROM (E-CONVDIST)
                       LENGTH (LENGTH OF E-CONVDIST)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
               END-IF
               IF RC-1 = DFHRESP(NORMAL)
                   MOVE CN-DATE-SAISIE TO W-CN-DATE-SAISIE
                   PERFORM P-JOURNALISER-CONVENTION
               ELSE
                   MOVE 4 TO W-CN-RC
               END-IF
           END-IF
           .

       P-SUPPRIMER-CONVENTION.
           PERFORM P-PREPARER-CLE
           EXEC CICS
               READ
               FILE ('CONVDIG1')
               INTO (E-CONVDIST)
               RIDFLD (CN-CLE)
               KEYLENGTH (LENGTH OF CN-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 2 TO W-CN-RC
           ELSE
               EXEC CICS
                   DELETE
                   FILE ('CONVDIG1')
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   PERFORM P-JOURNALISER-CONVENTION
               ELSE
                   MOVE 4 TO W-CN-RC
               END-IF
           END-IF
           .

       P-JOURNALISER-CONVENTION.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               DDMMYYYY (HI-DATE-MODIF)
               DATESEP ('/')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (HI-HEURE-MODIF)
               TIMESEP (':')
           END-EXEC
           IF W-CN-CODE-FONC = 2
               MOVE 'S' TO HI-ACTION
           ELSE
               MOVE 'M' TO HI-ACTION
           END-IF
           MOVE 'CONVDIST'   TO HI-TYPE-ENR
           MOVE CN-CLE       TO HI-CLE
           MOVE EIBTRMID    TO HI-TERM-ID
           MOVE 'PGMG1VN4' TO HI-PGM-NAME
           MOVE SPACES      TO HW-OPER-ID
           MOVE 'RV'        TO HW-QUEUE(1:2)
           MOVE EIBTRMID    TO HW-QUEUE(3:4)
           EXEC CICS
               READQ TS
               QUEUE (HW-QUEUE)
               INTO (HW-COMM-HEAD)
               LENGTH (LENGTH OF HW-COMM-HEAD)
               ITEM (1)
               RESP (HW-RC-1)
           END-EXEC
           IF HW-RC-1 = DFHRESP(NORMAL)
              OR HW-RC-1 = DFHRESP(LENGERR)
               MOVE HW-OPER-ID TO HI-OPER-ID
           ELSE
               MOVE SPACES TO HI-OPER-ID
           END-IF
           MOVE E-CONVDIST TO HI-IMAGE-AVANT
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VHC')
               INPUTMSG (E-HISTORIQ)
               INPUTMSGLEN (LENGTH OF E-HISTORIQ)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (E-HISTORIQ)
           END-EXEC
           .
