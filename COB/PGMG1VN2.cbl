      *======================================================*
      *   SOUS-PROGRAMME DE SAISIE DES COMMANDES              *
      *   DISTRIBUTEURS (CDEDIG1, CF CDEDIST.cpy)             *
      *                                                       *
      *   MODE 0 : CONSULTATION D UNE LIGNE DE COMMANDE       *
      *   MODE 1 : CREATION D UNE LIGNE (DISTRIBUTEUR, ALBUM, *
      *            SUPPORT, DEVISE, CLIENT ET QUANTITE        *
      *            CONTROLES ; NUMERO DE LIGNE ATTRIBUE SI    *
      *            SAISI A ZERO)                              *
      *   MODE 2 : ANNULATION DU RESTE A EXPEDIER (LA LIGNE   *
      *            EST CONSERVEE, LES QUANTITES DEJA          *
      *            EXPEDIEES RESTENT FACTUREES)               *
      *   LA SAISIE NE TOUCHE NI AU STOCK NI A VENTESG1 :     *
      *   L ALLOCATION ET LA FACTURATION SONT FAITES A        *
      *   L EXPEDITION PAR LE BATCH CDEDEXPE                  *
      *   TOUTE MODIFICATION EST JOURNALISEE DANS HISTOG1     *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN2.
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
      *   DATE DU JOUR (AAAAMMJJ) POUR LA DATE DE COMMANDE    *
      *------------------------------------------------------*

       01 W-DATE-JOUR-X.
           05 W-DJ-ANNEE  PIC X(04).
           05 W-DJ-MOIS   PIC X(02).
           05 W-DJ-JOUR   PIC X(02).
       01 W-DATE-JOUR-FMT PIC X(10).

      *------------------------------------------------------*
      *   ATTRIBUTION DU NUMERO DE LIGNE SUIVANT DANS LA      *
      *   COMMANDE                                            *
      *------------------------------------------------------*

       01 W-NL-CLE.
           05 W-NL-SIREN      PIC X(05).
           05 W-NL-NUM-CDE    PIC 9(06).
           05 W-NL-NUM-LIGNE  PIC 9(02).
       77 W-NL-MAX           PIC 9(02) VALUE ZERO.
       01 FIN-BROWSE-IND     PIC 9.
           88 FIN-BROWSE         VALUE 1.
           88 NON-FIN-BROWSE     VALUE 2.

       COPY CDEDIST.
       COPY ALBUM.
       COPY MAISONDI.
       COPY DEVISE.
       COPY CLIENT.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-CDEDIST
           INITIALIZE W-CDEDIST

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-CDEDIST)
           END-EXEC

           MOVE 1 TO W-CD2-RC
           EVALUATE W-CD2-CODE-FONC
               WHEN 0
                   PERFORM P-CONSULTER-LIGNE
               WHEN 1
                   PERFORM P-CREER-LIGNE
               WHEN 2
                   PERFORM P-ANNULER-LIGNE
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-CDEDIST)
               INPUTMSGLEN (LENGTH OF W-CDEDIST)
           END-EXEC

           GOBACK
           .

       P-CONSULTER-LIGNE.
           MOVE W-CD2-SIREN     TO CD2-SIREN
           MOVE W-CD2-NUM-CDE   TO CD2-NUM-CDE
           MOVE W-CD2-NUM-LIGNE TO CD2-NUM-LIGNE
           EXEC CICS
               READ
               FILE ('CDEDIG1')
               INTO (E-CDEDIST)
               RIDFLD (CD2-CLE)
               KEYLENGTH (LENGTH OF CD2-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               PERFORM P-RESTITUER-LIGNE
           ELSE
               MOVE 2 TO W-CD2-RC
           END-IF
           .

       P-RESTITUER-LIGNE.
           MOVE CD2-CODEA         TO W-CD2-CODEA
           MOVE CD2-FORMAT        TO W-CD2-FORMAT
           MOVE CD2-CODE-CLIENT   TO W-CD2-CODE-CLIENT
           MOVE CD2-PRIX          TO W-CD2-PRIX
           MOVE CD2-DEVISE        TO W-CD2-DEVISE
           MOVE CD2-QTE-CDE       TO W-CD2-QTE-CDE
           MOVE CD2-QTE-EXPEDIEE  TO W-CD2-QTE-EXPEDIEE
           MOVE CD2-DATE-CDE      TO W-CD2-DATE-CDE
           MOVE CD2-STATUT        TO W-CD2-STATUT
           .

      *    LE DISTRIBUTEUR, L ALBUM, LA DEVISE ET LE CLIENT (S IL EST
      *    SAISI) DOIVENT EXISTER, COMME POUR UNE VENTE SAISIE PAR
      *    PGMG1VE1 ; LE SUPPORT EST PHYSIQUE ET LA QUANTITE NON NULLE
       P-CONTROLER-SAISIE.
           IF W-CD2-SIREN = SPACES OR W-CD2-NUM-CDE NOT NUMERIC
               OR W-CD2-NUM-CDE = ZERO
               MOVE 3 TO W-CD2-RC
           END-IF
           IF W-CD2-FORMAT NOT = 'C' AND W-CD2-FORMAT NOT = 'V'
               MOVE 3 TO W-CD2-RC
           END-IF
           IF W-CD2-QTE-CDE NOT NUMERIC OR W-CD2-QTE-CDE = ZERO
               MOVE 3 TO W-CD2-RC
           END-IF
           IF W-CD2-PRIX NOT NUMERIC
               MOVE 3 TO W-CD2-RC
           END-IF
           IF W-CD2-RC = 1
               MOVE W-CD2-SIREN TO MA-SIREN
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
                   MOVE 3 TO W-CD2-RC
               END-IF
           END-IF
           IF W-CD2-RC = 1
               MOVE W-CD2-DEVISE TO DV-DEVISE
               EXEC CICS
                   READ
                   FILE ('DEVISEG1')
                   INTO (E-DEVISE)
                   RIDFLD (DV-DEVISE)
                   KEYLENGTH (LENGTH OF DV-DEVISE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 3 TO W-CD2-RC
               END-IF
           END-IF
           IF W-CD2-RC = 1 AND W-CD2-CODE-CLIENT NOT = SPACES
               MOVE W-CD2-CODE-CLIENT TO CL-CODE-CLIENT
               EXEC CICS
                   READ
                   FILE ('CLIENTG1')
                   INTO (E-CLIENT)
                   RIDFLD (CL-CODE-CLIENT)
                   KEYLENGTH (LENGTH OF CL-CODE-CLIENT)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 3 TO W-CD2-RC
               END-IF
           END-IF
      *    UN ALBUM BLOQUE NE PREND PAS DE NOUVELLE COMMANDE, COMME
      *    IL NE PREND PAS DE NOUVELLE VENTE (CF AL-BLOQUE)
           IF W-CD2-RC = 1
               MOVE W-CD2-CODEA TO AL-CODEA
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
                   MOVE 3 TO W-CD2-RC
               ELSE
                   IF AL-BLOQUE
                       MOVE 7 TO W-CD2-RC
                   END-IF
               END-IF
           END-IF
           .

       P-CREER-LIGNE.
           PERFORM P-CONTROLER-SAISIE
           IF W-CD2-RC = 1 AND W-CD2-NUM-LIGNE = ZERO
               PERFORM P-ATTRIBUER-NUM-LIGNE
           END-IF
           IF W-CD2-RC = 1
               PERFORM P-DATE-DU-JOUR
               MOVE SPACES            TO E-CDEDIST
               MOVE W-CD2-SIREN       TO CD2-SIREN
               MOVE W-CD2-NUM-CDE     TO CD2-NUM-CDE
               MOVE W-CD2-NUM-LIGNE   TO CD2-NUM-LIGNE
               MOVE W-CD2-CODEA       TO CD2-CODEA
               MOVE W-CD2-FORMAT      TO CD2-FORMAT
               MOVE W-CD2-CODE-CLIENT TO CD2-CODE-CLIENT
               MOVE W-CD2-PRIX        TO CD2-PRIX
               MOVE W-CD2-DEVISE      TO CD2-DEVISE
               MOVE W-CD2-QTE-CDE     TO CD2-QTE-CDE
               MOVE ZERO              TO CD2-QTE-EXPEDIEE
               MOVE W-DATE-JOUR-X     TO CD2-DATE-CDE
               MOVE ZERO              TO CD2-DATE-DERN-EXPED
               SET CD2-OUVERTE        TO TRUE
               EXEC CICS
                   WRITE FILE('CDEDIG1')
                   FROM (E-CDEDIST)
                   RIDFLD (CD2-CLE)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               EVALUATE RC-1
                   WHEN DFHRESP(NORMAL)
                       PERFORM P-RESTITUER-LIGNE
                       PERFORM P-JOURNALISER-LIGNE
                   WHEN DFHRESP(DUPREC)
                       MOVE 5 TO W-CD2-RC
                   WHEN OTHER
                       MOVE 4 TO W-CD2-RC
               END-EVALUATE
           END-IF
           .

      *    PROCHAIN NUMERO DE LIGNE LIBRE DANS LA COMMANDE (MEME
      *    MECANIQUE QUE P-ATTRIBUER-NUM-LIGNE DE PGMG1VE1)
       P-ATTRIBUER-NUM-LIGNE.
           MOVE ZERO          TO W-NL-MAX
           MOVE W-CD2-SIREN   TO W-NL-SIREN
           MOVE W-CD2-NUM-CDE TO W-NL-NUM-CDE
           MOVE ZERO          TO W-NL-NUM-LIGNE
           MOVE W-NL-CLE      TO CD2-CLE
           EXEC CICS
               STARTBR
               FILE ('CDEDIG1')
               RIDFLD (CD2-CLE)
               KEYLENGTH (LENGTH OF CD2-CLE)
               GTEQ
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SET NON-FIN-BROWSE TO TRUE
               PERFORM P-RELEVER-NUM-LIGNE UNTIL FIN-BROWSE
               EXEC CICS
                   ENDBR
                   FILE ('CDEDIG1')
               END-EXEC
           END-IF
           IF W-NL-MAX = 99
               MOVE 4 TO W-CD2-RC
           ELSE
               COMPUTE W-CD2-NUM-LIGNE = W-NL-MAX + 1
           END-IF
           .

       P-RELEVER-NUM-LIGNE.
           EXEC CICS
               READNEXT
               FILE ('CDEDIG1')
               INTO (E-CDEDIST)
               RIDFLD (CD2-CLE)
               KEYLENGTH (LENGTH OF CD2-CLE)
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
                   AND CD2-SIREN   = W-NL-SIREN
                   AND CD2-NUM-CDE = W-NL-NUM-CDE
               MOVE CD2-NUM-LIGNE TO W-NL-MAX
           ELSE
               SET FIN-BROWSE TO TRUE
           END-IF
           .

      *    L ANNULATION ABANDONNE LE RESTE A EXPEDIER : UNE LIGNE
      *    SOLDEE OU DEJA ANNULEE N A PLUS RIEN A ABANDONNER
       P-ANNULER-LIGNE.
           MOVE W-CD2-SIREN     TO CD2-SIREN
           MOVE W-CD2-NUM-CDE   TO CD2-NUM-CDE
           MOVE W-CD2-NUM-LIGNE TO CD2-NUM-LIGNE
           EXEC CICS
               READ
               FILE ('CDEDIG1')
               INTO (E-CDEDIST)
               RIDFLD (CD2-CLE)
               KEYLENGTH (LENGTH OF CD2-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 2 TO W-CD2-RC
           ELSE
           IF NOT CD2-A-SERVIR
               MOVE 6 TO W-CD2-RC
               PERFORM P-RESTITUER-LIGNE
               EXEC CICS
                   UNLOCK
                   FILE ('CDEDIG1')
               END-EXEC
           ELSE
               SET CD2-ANNULEE TO TRUE
               EXEC CICS
                   REWRITE FILE('CDEDIG1')
                   FROM (E-CDEDIST)
                   LENGTH (LENGTH OF E-CDEDIST)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   PERFORM P-RESTITUER-LIGNE
                   PERFORM P-JOURNALISER-LIGNE
               ELSE
                   MOVE 4 TO W-CD2-RC
               END-IF
           END-IF
           END-IF
           .

       P-DATE-DU-JOUR.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (W-DATE-JOUR-FMT)
               DATESEP ('/')
           END-EXEC
           MOVE W-DATE-JOUR-FMT(1:4) TO W-DJ-ANNEE
           MOVE W-DATE-JOUR-FMT(6:2) TO W-DJ-MOIS
           MOVE W-DATE-JOUR-FMT(9:2) TO W-DJ-JOUR
           .

       P-JOURNALISER-LIGNE.
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
           IF W-CD2-CODE-FONC = 1
               MOVE 'C' TO HI-ACTION
           ELSE
               MOVE 'M' TO HI-ACTION
           END-IF
           MOVE 'CDEDIST'    TO HI-TYPE-ENR
           MOVE CD2-CLE      TO HI-CLE
           MOVE EIBTRMID    TO HI-TERM-ID
           MOVE 'PGMG1VN2' TO HI-PGM-NAME
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
           MOVE E-CDEDIST TO HI-IMAGE-AVANT
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
