      *======================================================*
      *   SOUS-PROGRAMME DE MAINTENANCE DES COMMANDES DE      *
      *   FABRICATION A L USINE (CDEFABG1, CF CDEFAB.cpy)     *
      *                                                       *
      *   MODE 0 : CONSULTATION D UNE COMMANDE                *
      *   MODE 1 : CREATION / REMPLACEMENT (ALBUM, SUPPORT,   *
      *            QUANTITE ET STATUT CONTROLES ; NUMERO      *
      *            ATTRIBUE SI SAISI A ZERO)                  *
      *   MODE 2 : SUPPRESSION (REFUSEE DES LA PREMIERE       *
      *            RECEPTION)                                 *
      *   LE CUMUL RECU N EST JAMAIS REPRIS DE LA SAISIE :    *
      *   SEULE LA RECEPTION CDEFRECP LE FAIT AVANCER         *
      *   TOUTE MODIFICATION EST JOURNALISEE DANS HISTOG1     *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN1.
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

      *------------------------------------------------------*
      *   ATTRIBUTION DU NUMERO DE COMMANDE SUIVANT DANS LA   *
      *   DECLINAISON ALBUM + SUPPORT                         *
      *------------------------------------------------------*

       01 W-NC-CLE.
           05 W-NC-CODEA      PIC X(06).
           05 W-NC-FORMAT     PIC X(01).
           05 W-NC-NUM-CDE    PIC 9(05).
       77 W-NC-MAX           PIC 9(05) VALUE ZERO.
       01 FIN-BROWSE-IND     PIC 9.
           88 FIN-BROWSE         VALUE 1.
           88 NON-FIN-BROWSE     VALUE 2.

       COPY CDEFAB.
       COPY ALBUM.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-CDEFAB
           INITIALIZE W-CDEFAB

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-CDEFAB)
           END-EXEC

           MOVE 1 TO W-CF-RC
           EVALUATE W-CF-CODE-FONC
               WHEN 0
                   PERFORM P-CONSULTER-COMMANDE
               WHEN 1
                   PERFORM P-REMPLACER-COMMANDE
               WHEN 2
                   PERFORM P-SUPPRIMER-COMMANDE
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-CDEFAB)
               INPUTMSGLEN (LENGTH OF W-CDEFAB)
           END-EXEC

           GOBACK
           .

       P-CONSULTER-COMMANDE.
           MOVE W-CF-CODEA   TO CF-CODEA
           MOVE W-CF-FORMAT  TO CF-FORMAT
           MOVE W-CF-NUM-CDE TO CF-NUM-CDE
           EXEC CICS
               READ
               FILE ('CDEFABG1')
               INTO (E-CDEFAB)
               RIDFLD (CF-CLE)
               KEYLENGTH (LENGTH OF CF-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE CF-DATE-CDE    TO W-CF-DATE-CDE
               MOVE CF-DATE-PREVUE TO W-CF-DATE-PREVUE
               MOVE CF-QTE-CDE     TO W-CF-QTE-CDE
               MOVE CF-QTE-RECUE   TO W-CF-QTE-RECUE
               MOVE CF-COUT-UNIT   TO W-CF-COUT-UNIT
               MOVE CF-STATUT      TO W-CF-STATUT
           ELSE
               MOVE 2 TO W-CF-RC
           END-IF
           .

      *    L ALBUM DOIT EXISTER, LE SUPPORT ETRE PHYSIQUE (CD OU
      *    VINYLE, SEULES DECLINAISONS TENUES EN STOCK), LA QUANTITE
      *    NON NULLE, LES DATES DES AAAAMMJJ PLAUSIBLES ET LE STATUT
      *    UN DES QUATRE CODES CONNUS (BLANC VAUT OUVERTE)
       P-CONTROLER-SAISIE.
           IF W-CF-FORMAT NOT = 'C' AND W-CF-FORMAT NOT = 'V'
               MOVE 3 TO W-CF-RC
           END-IF
           IF W-CF-QTE-CDE NOT NUMERIC OR W-CF-QTE-CDE = ZERO
               MOVE 3 TO W-CF-RC
           END-IF
           IF W-CF-COUT-UNIT NOT NUMERIC
               MOVE 3 TO W-CF-RC
           END-IF
           IF W-CF-STATUT = SPACE
               MOVE 'O' TO W-CF-STATUT
           END-IF
           IF W-CF-STATUT NOT = 'P' AND W-CF-STATUT NOT = 'O' AND
              W-CF-STATUT NOT = 'S' AND W-CF-STATUT NOT = 'A'
               MOVE 3 TO W-CF-RC
           END-IF
           MOVE W-CF-DATE-CDE TO W-DATE-A-CTL
           PERFORM P-CONTROLER-DATE
           MOVE W-CF-DATE-PREVUE TO W-DATE-A-CTL
           PERFORM P-CONTROLER-DATE
           IF W-CF-RC = 1 AND W-CF-DATE-PREVUE < W-CF-DATE-CDE
               MOVE 3 TO W-CF-RC
           END-IF
           IF W-CF-RC = 1
               MOVE W-CF-CODEA TO AL-CODEA
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
                   MOVE 3 TO W-CF-RC
               END-IF
           END-IF
           .

       P-CONTROLER-DATE.
           IF W-DATE-A-CTL IS NOT NUMERIC
               MOVE 3 TO W-CF-RC
           ELSE
               MOVE W-DATE-A-CTL TO W-DATE-CTL
               IF W-DC-MOIS < 01 OR W-DC-MOIS > 12
                   OR W-DC-JOUR < 01 OR W-DC-JOUR > 31
                   MOVE 3 TO W-CF-RC
               END-IF
           END-IF
           .

       P-REMPLACER-COMMANDE.
           PERFORM P-CONTROLER-SAISIE
           IF W-CF-RC = 1 AND W-CF-NUM-CDE = ZERO
               PERFORM P-ATTRIBUER-NUM-CDE
           END-IF
           IF W-CF-RC = 1
               MOVE SPACES            TO E-CDEFAB
               MOVE W-CF-CODEA        TO CF-CODEA
               MOVE W-CF-FORMAT       TO CF-FORMAT
               MOVE W-CF-NUM-CDE      TO CF-NUM-CDE
               MOVE W-CF-DATE-CDE     TO CF-DATE-CDE
               MOVE W-CF-DATE-PREVUE  TO CF-DATE-PREVUE
               MOVE W-CF-QTE-CDE      TO CF-QTE-CDE
               MOVE ZERO              TO CF-QTE-RECUE
               MOVE W-CF-COUT-UNIT    TO CF-COUT-UNIT
               MOVE W-CF-STATUT       TO CF-STATUT
               SET CF-ORIGINE-MANUELLE TO TRUE
               MOVE ZERO              TO CF-DATE-DERN-RECEP
               EXEC CICS
                   WRITE FILE('CDEFABG1')
                   FROM (E-CDEFAB)
                   RIDFLD (CF-CLE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(DUPREC)
                   EXEC CICS
                       READ
                       FILE ('CDEFABG1')
                       INTO (E-CDEFAB)
                       RIDFLD (CF-CLE)
                       KEYLENGTH (LENGTH OF CF-CLE)
                       RESP (RC-1)
                       RESP2 (RC-2)
                       UPDATE
                   END-EXEC
                   MOVE W-CF-DATE-CDE     TO CF-DATE-CDE
                   MOVE W-CF-DATE-PREVUE  TO CF-DATE-PREVUE
                   MOVE W-CF-QTE-CDE      TO CF-QTE-CDE
                   MOVE W-CF-COUT-UNIT    TO CF-COUT-UNIT
                   MOVE W-CF-STATUT       TO CF-STATUT
                   EXEC CICS
                       REWRITE FILE('CDEFABG1')
                       FROM (E-CDEFAB)
                       LENGTH (LENGTH OF E-CDEFAB)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
               END-IF
               IF RC-1 = DFHRESP(NORMAL)
                   MOVE CF-QTE-RECUE TO W-CF-QTE-RECUE
                   PERFORM P-JOURNALISER-COMMANDE
               ELSE
                   MOVE 4 TO W-CF-RC
               END-IF
           END-IF
           .

      *    PROCHAIN NUMERO LIBRE SUR LE PREFIXE ALBUM + SUPPORT
      *    (MEME MECANIQUE QUE P-ATTRIBUER-NUM-LIGNE DE PGMG1VE1)
       P-ATTRIBUER-NUM-CDE.
           MOVE ZERO         TO W-NC-MAX
           MOVE W-CF-CODEA   TO W-NC-CODEA
           MOVE W-CF-FORMAT  TO W-NC-FORMAT
           MOVE ZERO         TO W-NC-NUM-CDE
           MOVE W-NC-CLE     TO CF-CLE
           EXEC CICS
               STARTBR
               FILE ('CDEFABG1')
               RIDFLD (CF-CLE)
               KEYLENGTH (LENGTH OF CF-CLE)
               GTEQ
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SET NON-FIN-BROWSE TO TRUE
               PERFORM P-RELEVER-NUM-CDE UNTIL FIN-BROWSE
               EXEC CICS
                   ENDBR
                   FILE ('CDEFABG1')
               END-EXEC
           END-IF
           IF W-NC-MAX = 99999
               MOVE 4 TO W-CF-RC
           ELSE
               COMPUTE W-CF-NUM-CDE = W-NC-MAX + 1
           END-IF
           .

       P-RELEVER-NUM-CDE.
           EXEC CICS
               READNEXT
               FILE ('CDEFABG1')
               INTO (E-CDEFAB)
               RIDFLD (CF-CLE)
               KEYLENGTH (LENGTH OF CF-CLE)
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
                   AND CF-CODEA  = W-NC-CODEA
                   AND CF-FORMAT = W-NC-FORMAT
               MOVE CF-NUM-CDE TO W-NC-MAX
           ELSE
               SET FIN-BROWSE TO TRUE
           END-IF
           .

      *    UNE COMMANDE DEJA (PARTIELLEMENT) LIVREE A LAISSE UNE
      *    TRACE DANS STKMVTG1 : ELLE NE PEUT PLUS QU ETRE SOLDEE OU
      *    ANNULEE, PAS SUPPRIMEE
       P-SUPPRIMER-COMMANDE.
           MOVE W-CF-CODEA   TO CF-CODEA
           MOVE W-CF-FORMAT  TO CF-FORMAT
           MOVE W-CF-NUM-CDE TO CF-NUM-CDE
           EXEC CICS
               READ
               FILE ('CDEFABG1')
               INTO (E-CDEFAB)
               RIDFLD (CF-CLE)
               KEYLENGTH (LENGTH OF CF-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 2 TO W-CF-RC
           ELSE
           IF CF-QTE-RECUE > ZERO
               MOVE 5 TO W-CF-RC
               EXEC CICS
                   UNLOCK
                   FILE ('CDEFABG1')
               END-EXEC
           ELSE
               EXEC CICS
                   DELETE
                   FILE ('CDEFABG1')
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   PERFORM P-JOURNALISER-COMMANDE
               ELSE
                   MOVE 4 TO W-CF-RC
               END-IF
           END-IF
           END-IF
           .

       P-JOURNALISER-COMMANDE.
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
           IF W-CF-CODE-FONC = 2
               MOVE 'S' TO HI-ACTION
           ELSE
               MOVE 'M' TO HI-ACTION
           END-IF
           MOVE 'CDEFAB'     TO HI-TYPE-ENR
           MOVE CF-CLE       TO HI-CLE
           MOVE EIBTRMID    TO HI-TERM-ID
           MOVE 'PGMG1VN1' TO HI-PGM-NAME
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
           MOVE E-CDEFAB TO HI-IMAGE-AVANT
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
