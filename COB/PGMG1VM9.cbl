      *======================================================*
      *   SOUS-PROGRAMME DE GESTION DES DEMANDES D ETATS A    *
      *   LA CARTE (DEMRPTG1, CF DEMRPT.cpy)                  *
      *                                                       *
      *   MODE 0 : CONSULTATION D UNE DEMANDE                 *
      *   MODE 1 : CREATION -- L ETAT ET SES CRITERES SONT    *
      *            CONTROLES (DATES, LABEL SUR LABELG1,       *
      *            DISTRIBUTEUR SUR MAISONG1, TRANCHE         *
      *            D ALBUMS), LE NUMERO EST PRIS SUR          *
      *            L ENREGISTREMENT COMPTEUR (NUMERO ZERO)    *
      *   MODE 2 : ANNULATION D UNE DEMANDE ENCORE EN         *
      *            ATTENTE, PAR SON DEMANDEUR OU PAR UN       *
      *            OPERATEUR AYANT LE DROIT DE SUPPRIMER SUR  *
      *            L ECRAN APPELANT (CF PGMG1VRO)             *
      *   L OPERATEUR EST RELU DANS LA FILE DE RECUPERATION   *
      *   DU TERMINAL (CF HISTWHO.cpy)                        *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VM9.
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
      *   ETATS QUI PEUVENT ETRE DEMANDES A LA CARTE -- SEUL  *
      *   YOYCOMP PREND UNE SECONDE PERIODE                   *
      *------------------------------------------------------*

       01 TABLE-ETATS-DEMANDES-Z.
           05 FILLER PIC X(09) VALUE 'TOPALBUMN'.
           05 FILLER PIC X(09) VALUE 'VENTALBMN'.
           05 FILLER PIC X(09) VALUE 'RETOURPTN'.
           05 FILLER PIC X(09) VALUE 'YOYCOMP O'.
       01 TABLE-ETATS-DEMANDES REDEFINES TABLE-ETATS-DEMANDES-Z.
           05 TD-ENTREE OCCURS 4 TIMES INDEXED BY IDX-TD.
               10 TD-ETAT         PIC X(08).
               10 TD-DEUX-PERIODES PIC X(01).

      *------------------------------------------------------*
      *   ZONES DE CONTROLE DES DATES SAISIES                 *
      *------------------------------------------------------*

       01 W-DATE-SAISIE   PIC X(08).
       01 W-DATE-CTL.
           05 W-DC-ANNEE  PIC 9(04).
           05 W-DC-MOIS   PIC 9(02).
           05 W-DC-JOUR   PIC 9(02).

      *    LA DEMANDE EST LUE EN MISE A JOUR POUR L ANNULATION : SI
      *    ELLE N EST PAS ANNULEE, ELLE EST LIBEREE
       01 DEMANDE-LUE-IND    PIC 9 VALUE 0.
           88 DEMANDE-LUE        VALUE 1.
           88 DEMANDE-NON-LUE    VALUE 0.

       01 W-NUMERO        PIC 9(07).

       COPY DEMRPT.
       COPY DEMRPTW.
       COPY LABEL.
       COPY MAISONDI.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-DEMRPT
           INITIALIZE W-DEMRPT
           SET DEMANDE-NON-LUE TO TRUE

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-DEMRPT)
           END-EXEC

           MOVE 1      TO W-DR-RC
           MOVE SPACES TO W-DR-MOTIF
           PERFORM P-IDENTIFIER-OPERATEUR
           EVALUATE W-DR-CODE-FONC
               WHEN 0
                   PERFORM P-CONSULTER-DEMANDE
               WHEN 1
                   PERFORM P-CREER-DEMANDE
               WHEN 2
                   PERFORM P-ANNULER-DEMANDE
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-DEMRPT)
               INPUTMSGLEN (LENGTH OF W-DEMRPT)
           END-EXEC

           GOBACK
           .

       P-IDENTIFIER-OPERATEUR.
           MOVE SPACES      TO HW-OPER-ID
           MOVE SPACES      TO HW-OPER-AUTH
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
           IF HW-RC-1 NOT = DFHRESP(NORMAL)
                   AND HW-RC-1 NOT = DFHRESP(LENGERR)
               MOVE SPACES TO HW-OPER-ID
           END-IF
           MOVE HW-OPER-ID TO W-DR-OPER
           .

       P-CONSULTER-DEMANDE.
           MOVE W-DR-DEMANDE TO E-DEMRPT
           IF DR-NUMERO IS NOT NUMERIC OR DR-NUMERO = 0
               MOVE 2 TO W-DR-RC
           ELSE
               EXEC CICS
                   READ
                   FILE ('DEMRPTG1')
                   INTO (E-DEMRPT)
                   RIDFLD (DR-NUMERO)
                   KEYLENGTH (LENGTH OF DR-NUMERO)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               EVALUATE TRUE
                   WHEN RC-1 = DFHRESP(NORMAL)
                       MOVE E-DEMRPT TO W-DR-DEMANDE
                   WHEN RC-1 = DFHRESP(NOTFND)
                       MOVE 2 TO W-DR-RC
                   WHEN OTHER
                       MOVE 4 TO W-DR-RC
               END-EVALUATE
           END-IF
           .

      *--------------------------------------------------------------*
      *   CREATION -- LA DEMANDE N EST ECRITE QUE SI TOUS SES         *
      *   CRITERES SONT VALIDES ; LE PREMIER MOTIF DE REFUS EST       *
      *   RENVOYE A L ECRAN                                           *
      *--------------------------------------------------------------*

       P-CREER-DEMANDE.
           MOVE W-DR-DEMANDE TO E-DEMRPT
           PERFORM P-CONTROLER-DEMANDE
           IF W-DR-RC = 1
               PERFORM P-ATTRIBUER-NUMERO
           END-IF
           IF W-DR-RC = 1
               EXEC CICS ASKTIME
                   ABSTIME (DATE-TMP)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (DATE-TMP)
                   YYYYMMDD (DR-DATE-DEMANDE)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (DATE-TMP)
                   TIME (DR-HEURE-DEMANDE)
               END-EXEC
               MOVE W-NUMERO   TO DR-NUMERO
               SET DR-EN-ATTENTE TO TRUE
               MOVE HW-OPER-ID TO DR-OPER-DEMANDE
               MOVE ZERO       TO DR-DATE-LANCEMENT
               MOVE ZERO       TO DR-HEURE-LANCEMENT
               MOVE ZERO       TO DR-EX-DATE
               MOVE SPACES     TO DR-EX-HEURE
               MOVE ZERO       TO DR-EX-NB-PAGES
               MOVE SPACES     TO DR-MOTIF
               MOVE SPACES     TO DR-OPER-ANNUL
               EXEC CICS
                   WRITE FILE('DEMRPTG1')
                   FROM (E-DEMRPT)
                   RIDFLD (DR-NUMERO)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   MOVE E-DEMRPT TO W-DR-DEMANDE
               ELSE
                   MOVE 4 TO W-DR-RC
               END-IF
           END-IF
           .

       P-CONTROLER-DEMANDE.
           SET IDX-TD TO 1
           SEARCH TD-ENTREE
               AT END
                   MOVE 3 TO W-DR-RC
                   MOVE 'ETAT NON DISPONIBLE A LA DEMANDE'
                       TO W-DR-MOTIF
               WHEN TD-ETAT (IDX-TD) = DR-ETAT
                   CONTINUE
           END-SEARCH
           IF W-DR-RC = 1
               PERFORM P-CONTROLER-PERIODES
           END-IF
           IF W-DR-RC = 1 AND DR-LABEL NOT = SPACES
               MOVE DR-LABEL TO LB-CODE
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
                   MOVE 3 TO W-DR-RC
                   MOVE 'LABEL INCONNU' TO W-DR-MOTIF
               END-IF
           END-IF
           IF W-DR-RC = 1 AND DR-SIREN NOT = SPACES
               MOVE DR-SIREN TO MA-SIREN
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
                   MOVE 3 TO W-DR-RC
                   MOVE 'DISTRIBUTEUR INCONNU' TO W-DR-MOTIF
               END-IF
           END-IF
      *    UN SEUL ALBUM SAISI = TRANCHE D UN ALBUM
           IF W-DR-RC = 1
               IF DR-ALBUM-FIN = SPACES
                   MOVE DR-ALBUM-DEBUT TO DR-ALBUM-FIN
               END-IF
               IF DR-ALBUM-DEBUT > DR-ALBUM-FIN
                   MOVE 3 TO W-DR-RC
                   MOVE 'TRANCHE D ALBUMS INVERSEE' TO W-DR-MOTIF
               END-IF
           END-IF
           .

      *    CHAQUE DATE EST A BLANC OU UN AAAAMMJJ PLAUSIBLE, DEBUT AU
      *    PLUS TARD A LA FIN ; YOYCOMP COMPARE DEUX PERIODES, TOUTES
      *    DEUX OBLIGATOIRES, LES AUTRES ETATS N EN PRENNENT QU UNE
       P-CONTROLER-PERIODES.
           MOVE DR-DATE-DEBUT TO W-DATE-SAISIE
           PERFORM P-CONTROLER-DATE
           MOVE DR-DATE-FIN TO W-DATE-SAISIE
           PERFORM P-CONTROLER-DATE
           MOVE DR-DATE-DEBUT-2 TO W-DATE-SAISIE
           PERFORM P-CONTROLER-DATE
           MOVE DR-DATE-FIN-2 TO W-DATE-SAISIE
           PERFORM P-CONTROLER-DATE
           IF W-DR-RC = 1
               IF DR-DATE-DEBUT NOT = SPACES
                       AND DR-DATE-FIN NOT = SPACES
                       AND DR-DATE-DEBUT > DR-DATE-FIN
                   MOVE 3 TO W-DR-RC
                   MOVE 'PERIODE INVERSEE' TO W-DR-MOTIF
               END-IF
               IF DR-DATE-DEBUT-2 NOT = SPACES
                       AND DR-DATE-FIN-2 NOT = SPACES
                       AND DR-DATE-DEBUT-2 > DR-DATE-FIN-2
                   MOVE 3 TO W-DR-RC
                   MOVE 'PERIODE DE COMPARAISON INVERSEE' TO W-DR-MOTIF
               END-IF
           END-IF
           IF W-DR-RC = 1
               IF TD-DEUX-PERIODES (IDX-TD) = 'O'
                   IF DR-DATE-DEBUT = SPACES OR DR-DATE-FIN = SPACES
                           OR DR-DATE-DEBUT-2 = SPACES
                           OR DR-DATE-FIN-2 = SPACES
                       MOVE 3 TO W-DR-RC
                       MOVE 'LES DEUX PERIODES SONT OBLIGATOIRES'
                           TO W-DR-MOTIF
                   END-IF
               ELSE
                   IF DR-DATE-DEBUT-2 NOT = SPACES
                           OR DR-DATE-FIN-2 NOT = SPACES
                       MOVE 3 TO W-DR-RC
                       MOVE 'PAS DE SECONDE PERIODE POUR CET ETAT'
                           TO W-DR-MOTIF
                   END-IF
               END-IF
           END-IF
           .

       P-CONTROLER-DATE.
           IF W-DR-RC = 1 AND W-DATE-SAISIE NOT = SPACES
               IF W-DATE-SAISIE IS NOT NUMERIC
                   MOVE 3 TO W-DR-RC
                   MOVE 'DATE INVALIDE (AAAAMMJJ)' TO W-DR-MOTIF
               ELSE
                   MOVE W-DATE-SAISIE TO W-DATE-CTL
                   IF W-DC-MOIS < 01 OR W-DC-MOIS > 12
                       OR W-DC-JOUR < 01 OR W-DC-JOUR > 31
                       MOVE 3 TO W-DR-RC
                       MOVE 'DATE INVALIDE (AAAAMMJJ)' TO W-DR-MOTIF
                   END-IF
               END-IF
           END-IF
           .

      *    L ENREGISTREMENT COMPTEUR EST CREE A LA PREMIERE DEMANDE ;
      *    LA LECTURE EN MISE A JOUR SERIALISE LES CREATIONS
       P-ATTRIBUER-NUMERO.
           MOVE E-DEMRPT TO W-DR-DEMANDE
           MOVE ZERO TO DR-NUMERO
           EXEC CICS
               READ
               FILE ('DEMRPTG1')
               INTO (E-DEMRPT)
               RIDFLD (DR-NUMERO)
               KEYLENGTH (LENGTH OF DR-NUMERO)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NORMAL)
                   ADD 1 TO DR-DERNIER-NUMERO
                   MOVE DR-DERNIER-NUMERO TO W-NUMERO
                   EXEC CICS
                       REWRITE FILE('DEMRPTG1')
                       FROM (E-DEMRPT)
                       LENGTH (LENGTH OF E-DEMRPT)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE SPACES TO E-DEMRPT
                   MOVE ZERO   TO DR-NUMERO
                   MOVE 1      TO DR-DERNIER-NUMERO
                   MOVE 1      TO W-NUMERO
                   EXEC CICS
                       WRITE FILE('DEMRPTG1')
                       FROM (E-DEMRPT)
                       RIDFLD (DR-NUMERO)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
           END-EVALUATE
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-DR-RC
           END-IF
           MOVE W-DR-DEMANDE TO E-DEMRPT
           .

      *--------------------------------------------------------------*
      *   ANNULATION -- SEULE UNE DEMANDE ENCORE EN ATTENTE PEUT      *
      *   L ETRE, UNE DEMANDE LANCEE SUIT SON COURS                   *
      *--------------------------------------------------------------*

       P-ANNULER-DEMANDE.
           MOVE W-DR-DEMANDE TO E-DEMRPT
           IF DR-NUMERO IS NOT NUMERIC OR DR-NUMERO = 0
               MOVE 2 TO W-DR-RC
           ELSE
               EXEC CICS
                   READ
                   FILE ('DEMRPTG1')
                   INTO (E-DEMRPT)
                   RIDFLD (DR-NUMERO)
                   KEYLENGTH (LENGTH OF DR-NUMERO)
                   RESP (RC-1)
                   RESP2 (RC-2)
                   UPDATE
               END-EXEC
               EVALUATE TRUE
                   WHEN RC-1 = DFHRESP(NORMAL)
                       SET DEMANDE-LUE TO TRUE
                   WHEN RC-1 = DFHRESP(NOTFND)
                       MOVE 2 TO W-DR-RC
                   WHEN OTHER
                       MOVE 4 TO W-DR-RC
               END-EVALUATE
           END-IF
           IF W-DR-RC = 1 AND NOT DR-EN-ATTENTE
               MOVE 5 TO W-DR-RC
               MOVE 'DEMANDE DEJA LANCEE OU CLOSE' TO W-DR-MOTIF
           END-IF
           IF W-DR-RC = 1 AND DR-OPER-DEMANDE NOT = HW-OPER-ID
               PERFORM P-CONTROLER-SUPPRESSION
               IF NOT HW-HAB-ACCORDEE
                   MOVE 5 TO W-DR-RC
                   MOVE 'DEMANDE D UN AUTRE OPERATEUR' TO W-DR-MOTIF
               END-IF
           END-IF
           IF W-DR-RC = 1
               SET DR-ANNULEE TO TRUE
               MOVE HW-OPER-ID TO DR-OPER-ANNUL
               EXEC CICS
                   REWRITE FILE('DEMRPTG1')
                   FROM (E-DEMRPT)
                   LENGTH (LENGTH OF E-DEMRPT)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 4 TO W-DR-RC
               END-IF
           ELSE
               IF DEMANDE-LUE
                   EXEC CICS
                       UNLOCK
                       FILE ('DEMRPTG1')
                   END-EXEC
               END-IF
           END-IF
           IF DEMANDE-LUE
               MOVE E-DEMRPT TO W-DR-DEMANDE
           END-IF
           .

      *--------------------------------------------------------------*
      *   DROIT DE SUPPRIMER DE L OPERATEUR SUR L ECRAN APPELANT,     *
      *   D APRES SES ROLES OU, A DEFAUT, SON NIVEAU FIXE -- CF       *
      *   PGMG1VRO                                                    *
      *--------------------------------------------------------------*

       P-CONTROLER-SUPPRESSION.
           SET HW-HAB-REFUSEE TO TRUE
           IF HW-OPER-ID NOT = SPACES
               MOVE HW-OPER-ID  TO HW-HAB-OPER
               MOVE HW-PREV-PGM TO HW-HAB-ECRAN
               MOVE 'S'         TO HW-HAB-FONCTION
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
