      *======================================================*
      *   SOUS-PROGRAMME DE MAINTENANCE DES TEXTES D ECRAN    *
      *   TRADUITS (MSGTXTG1, CF MSGTXT.cpy)                  *
      *                                                       *
      *   MODE 0 : CONSULTATION D UN TEXTE, AVEC LE TEXTE     *
      *            FRANCAIS DE REFERENCE                      *
      *   MODE 1 : CREATION / REMPLACEMENT                    *
      *   MODE 2 : SUPPRESSION                                *
      *   LES MODES 1 ET 2 SONT RESERVES AU DROIT DE VALIDER  *
      *   DE L OPERATEUR ; TOUTE MODIFICATION EST             *
      *   JOURNALISEE DANS HISTOG1                            *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN8.
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
      *   LANGUES ADMISES AU FICHIER (CF OP-LANGUE)           *
      *------------------------------------------------------*

       01 W-LANGUE-CTL    PIC X(02).
           88 LANGUE-CONNUE   VALUE 'FR' 'EN'.

       COPY MSGTXT.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-MSGTXT
           INITIALIZE W-MSGTXT

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-MSGTXT)
           END-EXEC

           PERFORM P-LIRE-OPERATEUR
           MOVE 1 TO W-MT-RC
           EVALUATE W-MT-CODE-FONC
               WHEN 0
                   PERFORM P-CONSULTER-TEXTE
               WHEN 1
                   PERFORM P-REMPLACER-TEXTE
               WHEN 2
                   PERFORM P-SUPPRIMER-TEXTE
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-MSGTXT)
               INPUTMSGLEN (LENGTH OF W-MSGTXT)
           END-EXEC

           GOBACK
           .

      *    LE TEXTE FRANCAIS DE REFERENCE EST RENVOYE MEME QUAND LA
      *    TRADUCTION DEMANDEE N EXISTE PAS ENCORE
       P-CONSULTER-TEXTE.
           MOVE W-MT-ID TO MT-ID
           MOVE 'FR'    TO MT-LANGUE
           EXEC CICS
               READ
               FILE ('MSGTXTG1')
               INTO (E-MSGTXT)
               RIDFLD (MT-CLE)
               KEYLENGTH (LENGTH OF MT-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE MT-TEXTE TO W-MT-TEXTE-FR
           END-IF
           MOVE W-MT-ID     TO MT-ID
           MOVE W-MT-LANGUE TO MT-LANGUE
           EXEC CICS
               READ
               FILE ('MSGTXTG1')
               INTO (E-MSGTXT)
               RIDFLD (MT-CLE)
               KEYLENGTH (LENGTH OF MT-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE MT-TEXTE    TO W-MT-TEXTE
               MOVE MT-DATE-MAJ TO W-MT-DATE-MAJ
               MOVE MT-OPER-MAJ TO W-MT-OPER-MAJ
           ELSE
               MOVE 2 TO W-MT-RC
           END-IF
           .

      *    L IDENTIFIANT EST OBLIGATOIRE, LA LANGUE UNE DES LANGUES
      *    CONNUES ET LE TEXTE NON VIDE (SUPPRIMER LE TEXTE POUR
      *    REVENIR AU TEXTE DU PROGRAMME)
       P-CONTROLER-SAISIE.
           MOVE W-MT-LANGUE TO W-LANGUE-CTL
           IF W-MT-ID = SPACES OR W-MT-ID = LOW-VALUE
               MOVE 3 TO W-MT-RC
           END-IF
           IF NOT LANGUE-CONNUE
               MOVE 3 TO W-MT-RC
           END-IF
           IF W-MT-TEXTE = SPACES OR W-MT-TEXTE = LOW-VALUE
               MOVE 3 TO W-MT-RC
           END-IF
           .

       P-REMPLACER-TEXTE.
           PERFORM P-CONTROLER-VALIDATION
           IF HW-HAB-REFUSEE
               MOVE 5 TO W-MT-RC
           ELSE
               PERFORM P-CONTROLER-SAISIE
           END-IF
           IF W-MT-RC = 1
               PERFORM P-DATER-MAJ
               MOVE SPACES        TO E-MSGTXT
               MOVE W-MT-ID       TO MT-ID
               MOVE W-MT-LANGUE   TO MT-LANGUE
               MOVE W-MT-TEXTE    TO MT-TEXTE
               MOVE W-MT-DATE-MAJ TO MT-DATE-MAJ
               MOVE W-MT-OPER-MAJ TO MT-OPER-MAJ
               EXEC CICS
                   WRITE FILE('MSGTXTG1')
                   FROM (E-MSGTXT)
                   RIDFLD (MT-CLE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(DUPREC)
                   EXEC CICS
                       READ
                       FILE ('MSGTXTG1')
                       INTO (E-MSGTXT)
                       RIDFLD (MT-CLE)
                       KEYLENGTH (LENGTH OF MT-CLE)
                       RESP (RC-1)
                       RESP2 (RC-2)
                       UPDATE
                   END-EXEC
                   MOVE E-MSGTXT      TO HI-IMAGE-AVANT
                   MOVE W-MT-TEXTE    TO MT-TEXTE
                   MOVE W-MT-DATE-MAJ TO MT-DATE-MAJ
                   MOVE W-MT-OPER-MAJ TO MT-OPER-MAJ
                   EXEC CICS
                       REWRITE FILE('MSGTXTG1')
                       FROM (E-MSGTXT)
                       LENGTH (LENGTH OF E-MSGTXT)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
               ELSE
                   MOVE E-MSGTXT TO HI-IMAGE-AVANT
               END-IF
               IF RC-1 = DFHRESP(NORMAL)
                   PERFORM P-JOURNALISER-TEXTE
               ELSE
                   MOVE 4 TO W-MT-RC
               END-IF
           END-IF
           .

       P-SUPPRIMER-TEXTE.
           PERFORM P-CONTROLER-VALIDATION
           IF HW-HAB-REFUSEE
               MOVE 5 TO W-MT-RC
           ELSE
               MOVE W-MT-ID     TO MT-ID
               MOVE W-MT-LANGUE TO MT-LANGUE
               EXEC CICS
                   READ
                   FILE ('MSGTXTG1')
                   INTO (E-MSGTXT)
                   RIDFLD (MT-CLE)
                   KEYLENGTH (LENGTH OF MT-CLE)
                   RESP (RC-1)
                   RESP2 (RC-2)
                   UPDATE
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 2 TO W-MT-RC
               ELSE
                   MOVE E-MSGTXT TO HI-IMAGE-AVANT
                   EXEC CICS
                       DELETE
                       FILE ('MSGTXTG1')
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
                   IF RC-1 = DFHRESP(NORMAL)
                       PERFORM P-JOURNALISER-TEXTE
                   ELSE
                       MOVE 4 TO W-MT-RC
                   END-IF
               END-IF
           END-IF
           .

      *--------------------------------------------------------------*
      *   OPERATEUR IDENTIFIE SUR CE TERMINAL, RELU SUR LA FILE DE    *
      *   RECUPERATION (CF HISTWHO.cpy)                               *
      *--------------------------------------------------------------*

       P-LIRE-OPERATEUR.
           MOVE SPACES      TO HW-OPER-ID
           MOVE SPACES      TO HW-PREV-PGM
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
           .

       P-DATER-MAJ.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (W-MT-DATE-MAJ)
           END-EXEC
           MOVE HW-OPER-ID TO W-MT-OPER-MAJ
           .

       P-JOURNALISER-TEXTE.
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
           IF W-MT-CODE-FONC = 2
               MOVE 'S' TO HI-ACTION
           ELSE
               MOVE 'M' TO HI-ACTION
           END-IF
           MOVE 'MSGTXT'     TO HI-TYPE-ENR
           MOVE MT-CLE       TO HI-CLE
           MOVE EIBTRMID     TO HI-TERM-ID
           MOVE 'PGMG1VN8'   TO HI-PGM-NAME
           IF HW-RC-1 = DFHRESP(NORMAL)
              OR HW-RC-1 = DFHRESP(LENGERR)
               MOVE HW-OPER-ID TO HI-OPER-ID
           ELSE
               MOVE SPACES TO HI-OPER-ID
           END-IF
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

      *--------------------------------------------------------------*
      *   DROIT DE VALIDER DE L OPERATEUR SUR L ECRAN APPELANT,       *
      *   D APRES SES ROLES OU, A DEFAUT, SON NIVEAU FIXE (SEUL LE    *
      *   SUPERVISEUR) -- CF PGMG1VRO                                 *
      *--------------------------------------------------------------*

       P-CONTROLER-VALIDATION.
           SET HW-HAB-REFUSEE TO TRUE
           IF HW-RC-1 = DFHRESP(NORMAL)
                   OR HW-RC-1 = DFHRESP(LENGERR)
               MOVE HW-OPER-ID  TO HW-HAB-OPER
               MOVE HW-PREV-PGM TO HW-HAB-ECRAN
               MOVE 'V'         TO HW-HAB-FONCTION
               EXEC CICS
                   LINK
                   PROGRAM ('PGMG1VRO')
                   INPUTMSG (HW-HABILITATION)
                   INPUTMSGLEN (LENGTH OF HW-HABILITATION)
               END-EXEC
               EXEC CICS
                   RECEIVE
                   INTO (HW-HABILITATION)
               END-EXEC
               IF NOT HW-HAB-ACCORDEE
                   SET HW-HAB-REFUSEE TO TRUE
               END-IF
           END-IF
           .
