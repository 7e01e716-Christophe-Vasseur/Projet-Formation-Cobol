      *======================================================*
      *   SOUS-PROGRAMME DE VALIDATION DES MODIFICATIONS      *
      *   SENSIBLES EN ATTENTE (MODATTG1, CF MODATT.cpy)      *
      *                                                       *
      *   DECISION 'V' : VALIDATION -- LA VALEUR DEMANDEE EST *
      *            APPLIQUEE A L ENREGISTREMENT VISE (IBAN/   *
      *            BIC SUR BNQPERG1, TAUX DE DROITS SUR       *
      *            CONTRAG1 AVEC SON AVENANT CTRADDG1, LIMITE *
      *            DE CREDIT SUR MAISONG1), A CONDITION QUE   *
      *            LA VALEUR EN PLACE N AIT PAS CHANGE DEPUIS *
      *            LA DEMANDE. LE DEMANDEUR NE PEUT PAS       *
      *            VALIDER SA PROPRE DEMANDE                  *
      *   DECISION 'R' : REJET -- RIEN N EST APPLIQUE         *
      *   RESERVE AU SUPERVISEUR (HABILITATION RELUE DANS LA  *
      *   FILE DE RECUPERATION, CF HISTWHO.cpy) ; LE DECIDEUR *
      *   ET L HORODATAGE SONT CONSERVES SUR LA DEMANDE, ET   *
      *   TOUTE VALEUR APPLIQUEE EST JOURNALISEE DANS HISTOG1 *
      *   (IMAGE AVANT VALIDATION)                            *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VM6.
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

      *    LA DEMANDE EST LUE EN MISE A JOUR : SI ELLE N EST PAS
      *    CLOSE (REFUS, VALEUR PERIMEE), ELLE EST LIBEREE
       01 DEMANDE-LUE-IND    PIC 9 VALUE 0.
           88 DEMANDE-LUE        VALUE 1.
           88 DEMANDE-NON-LUE    VALUE 0.

      *    DATE D EFFET DE L AVENANT, EN AAAAMMJJ COMME LE SEGMENT
      *    DE CLE CA-DATE-EFFET QU ELLE ALIMENTE (CF CTRADDEN.cpy)
       01 W-DATE-EFFET-AVENANT PIC X(08).
       01 W-RC-CTRADDEN      PIC S9(04) COMP.

       COPY MODATT.
       COPY BNQPERS.
       COPY CONTRAT.
       COPY MAISONDI.
       COPY CTRADDEN.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-MODATT
           INITIALIZE W-MODATT
           SET DEMANDE-NON-LUE TO TRUE

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-MODATT)
           END-EXEC

           MOVE 1 TO W-MV-RC
           PERFORM P-CONTROLER-SUPERVISEUR
           IF W-MV-RC = 1
               PERFORM P-LIRE-DEMANDE
           END-IF
      *    DOUBLE CONTROLE : LA VALIDATION EST LE FAIT D UN AUTRE
      *    OPERATEUR QUE CELUI QUI A SAISI LA MODIFICATION
           IF W-MV-RC = 1 AND W-MV-DECISION = 'V'
                   AND MV-OPER-DEMANDE = HW-OPER-ID
               MOVE 6 TO W-MV-RC
           END-IF
           IF W-MV-RC = 1
               EXEC CICS ASKTIME
                   ABSTIME (DATE-TMP)
               END-EXEC
               IF W-MV-DECISION = 'V'
                   PERFORM P-APPLIQUER-DEMANDE
               END-IF
           END-IF
           IF W-MV-RC = 1
               PERFORM P-CLORE-DEMANDE
           ELSE
               IF DEMANDE-LUE
                   EXEC CICS
                       UNLOCK
                       FILE ('MODATTG1')
                   END-EXEC
               END-IF
           END-IF

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-MODATT)
               INPUTMSGLEN (LENGTH OF W-MODATT)
           END-EXEC

           GOBACK
           .

      *    SEUL UN OPERATEUR HABILITE A VALIDER VALIDE OU REJETTE (MEME
      *    CONTROLE QUE
      *    LE PASSAGE EN PERTE DE PGMG1VN6)
       P-CONTROLER-SUPERVISEUR.
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
           PERFORM P-CONTROLER-VALIDATION
           IF HW-HAB-ACCORDEE
               CONTINUE
           ELSE
               MOVE 5 TO W-MV-RC
           END-IF
           .

       P-LIRE-DEMANDE.
           MOVE W-MV-CLE TO MV-CLE
           EXEC CICS
               READ
               FILE ('MODATTG1')
               INTO (E-MODATT)
               RIDFLD (MV-CLE)
               KEYLENGTH (LENGTH OF MV-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 2 TO W-MV-RC
               WHEN RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 4 TO W-MV-RC
               WHEN NOT MV-EN-ATTENTE
                   SET DEMANDE-LUE TO TRUE
                   MOVE 3 TO W-MV-RC
               WHEN OTHER
                   SET DEMANDE-LUE TO TRUE
           END-EVALUATE
           .

       P-APPLIQUER-DEMANDE.
           EVALUATE TRUE
               WHEN MV-COORD-BANCAIRES
                   PERFORM P-APPLIQUER-COORD
               WHEN MV-TAUX-DROITS
                   PERFORM P-APPLIQUER-TAUX
               WHEN MV-LIMITE-CREDIT
                   PERFORM P-APPLIQUER-LIMITE
           END-EVALUATE
           .

      *    LES NOUVELLES COORDONNEES LEVENT AUSSI L INVALIDATION
      *    SUITE A UN REJET BANCAIRE (VIREJET) OU L ATTENTE D UNE
      *    PREMIERE SAISIE (BNQLOAD) ; ROYALSET N Y VIRE QU APRES
      *    LE DELAI DE CARENCE QUI COURT DE CETTE VALIDATION
       P-APPLIQUER-COORD.
           MOVE MV-CLE-ENREG(1:6) TO BP-CODEP
           EXEC CICS
               READ
               FILE ('BNQPERG1')
               INTO (E-BNQPERS)
               RIDFLD (BP-CODEP)
               KEYLENGTH (LENGTH OF BP-CODEP)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 8 TO W-MV-RC
               WHEN RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 4 TO W-MV-RC
               WHEN BP-IBAN NOT = MV-AV-IBAN
                 OR BP-BIC NOT = MV-AV-BIC
                   MOVE 7 TO W-MV-RC
                   EXEC CICS
                       UNLOCK
                       FILE ('BNQPERG1')
                   END-EXEC
               WHEN OTHER
                   MOVE E-BNQPERS  TO HI-IMAGE-AVANT
                   MOVE MV-AP-IBAN TO BP-IBAN
                   MOVE MV-AP-BIC  TO BP-BIC
                   MOVE SPACE      TO BP-STATUT-COORD
                   EXEC CICS
                       REWRITE FILE('BNQPERG1')
                       FROM (E-BNQPERS)
                       LENGTH (LENGTH OF E-BNQPERS)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
                   IF RC-1 = DFHRESP(NORMAL)
                       MOVE 'BNQPERS'  TO HI-TYPE-ENR
                       MOVE BP-CODEP   TO HI-CLE
                       PERFORM P-JOURNALISER-VALIDATION
                   ELSE
                       MOVE 4 TO W-MV-RC
                   END-IF
           END-EVALUATE
           .

      *    LE NOUVEAU TAUX EST CHAINE EN AVENANT DATE DU JOUR DE LA
      *    VALIDATION, COMME UNE MODIFICATION ORDINAIRE (PGMG1VD4)
       P-APPLIQUER-TAUX.
           MOVE MV-CLE-ENREG TO W-CO-KEY
           EXEC CICS
               READ
               FILE ('CONTRAG1')
               INTO (W2-CONTRAT)
               RIDFLD (W-CO-KEY)
               KEYLENGTH (LENGTH OF W-CO-KEY)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 8 TO W-MV-RC
               WHEN RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 4 TO W-MV-RC
               WHEN W2-CO-DROITS NOT = MV-AV-DROITS
                   MOVE 7 TO W-MV-RC
                   EXEC CICS
                       UNLOCK
                       FILE ('CONTRAG1')
                   END-EXEC
               WHEN OTHER
                   MOVE W2-CONTRAT   TO HI-IMAGE-AVANT
                   MOVE MV-AP-DROITS TO W2-CO-DROITS
                   EXEC CICS
                       REWRITE FILE('CONTRAG1')
                       FROM (W2-CONTRAT)
                       LENGTH (LENGTH OF W2-CONTRAT)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
                   IF RC-1 = DFHRESP(NORMAL)
                       MOVE 'CONTRAT'  TO HI-TYPE-ENR
                       MOVE W-CO-KEY   TO HI-CLE
                       PERFORM P-JOURNALISER-VALIDATION
                       PERFORM P-ECRIRE-AVENANT
                   ELSE
                       MOVE 4 TO W-MV-RC
                   END-IF
           END-EVALUATE
           .

       P-APPLIQUER-LIMITE.
           MOVE MV-CLE-ENREG(1:5) TO MA-SIREN
           EXEC CICS
               READ
               FILE ('MAISONG1')
               INTO (E-MAISON-DIST)
               RIDFLD (MA-SIREN)
               KEYLENGTH (LENGTH OF MA-SIREN)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN RC-1 = DFHRESP(NOTFND)
                   MOVE 8 TO W-MV-RC
               WHEN RC-1 NOT = DFHRESP(NORMAL)
                   MOVE 4 TO W-MV-RC
               WHEN MA-LIMITE-CREDIT NOT = MV-AV-LIMITE
                   MOVE 7 TO W-MV-RC
                   EXEC CICS
                       UNLOCK
                       FILE ('MAISONG1')
                   END-EXEC
               WHEN OTHER
                   MOVE E-MAISON-DIST TO HI-IMAGE-AVANT
                   MOVE MV-AP-LIMITE  TO MA-LIMITE-CREDIT
                   EXEC CICS
                       REWRITE FILE('MAISONG1')
                       FROM (E-MAISON-DIST)
                       LENGTH (LENGTH OF E-MAISON-DIST)
                       RESP (RC-1)
                       RESP2 (RC-2)
                   END-EXEC
                   IF RC-1 = DFHRESP(NORMAL)
                       MOVE 'MAISONDI' TO HI-TYPE-ENR
                       MOVE MA-SIREN   TO HI-CLE
                       PERFORM P-JOURNALISER-VALIDATION
                   ELSE
                       MOVE 4 TO W-MV-RC
                   END-IF
           END-EVALUATE
           .

      *    LE DECIDEUR ET L HORODATAGE DE LA DECISION SONT CONSERVES
      *    SUR LA DEMANDE (ETAT DES DECISIONS MODATRPT)
       P-CLORE-DEMANDE.
           IF W-MV-DECISION = 'V'
               SET MV-VALIDEE TO TRUE
           ELSE
               SET MV-REJETEE TO TRUE
           END-IF
           MOVE HW-OPER-ID TO MV-OPER-DECISION
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (MV-DATE-DECISION)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (MV-HEURE-DECISION)
           END-EXEC
           EXEC CICS
               REWRITE FILE('MODATTG1')
               FROM (E-MODATT)
               LENGTH (LENGTH OF E-MODATT)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-MV-RC
           END-IF
           .

       P-JOURNALISER-VALIDATION.
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
           MOVE 'M'          TO HI-ACTION
           MOVE EIBTRMID     TO HI-TERM-ID
           MOVE 'PGMG1VM6'   TO HI-PGM-NAME
           MOVE HW-OPER-ID   TO HI-OPER-ID
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
      *   CHAINAGE DE L AVENANT DATE SUR LE CONTRAT DE BASE (MEME     *
      *   TRAITEMENT QUE PGMG1VD4) -- UN AVENANT DU JOUR DEJA ECRIT   *
      *   EST REECRIT AVEC LE TAUX VALIDE                             *
      *--------------------------------------------------------------*

       P-ECRIRE-AVENANT.
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (W-DATE-EFFET-AVENANT)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (CA-DATE-CREATION)
           END-EXEC
           MOVE W-CO-CODEA          TO CA-CODEA
           MOVE W-CO-CODEP          TO CA-CODEP
           MOVE W-CO-SIREN          TO CA-SIREN
           MOVE W-DATE-EFFET-AVENANT TO CA-DATE-EFFET
           MOVE W2-CO-FONCTION      TO CA-FONCTION
           MOVE W2-CO-DROITS        TO CA-DROITS
           MOVE W2-CO-DATE-EXPIR    TO CA-DATE-EXPIR
           MOVE W2-CO-STATUT        TO CA-STATUT
           EXEC CICS
               WRITE FILE('CTRADDG1')
               FROM (E-CTRADDEN)
               LENGTH (LENGTH OF E-CTRADDEN)
               RIDFLD (CA-KEY)
               RESP (W-RC-CTRADDEN)
           END-EXEC
           IF W-RC-CTRADDEN = DFHRESP(DUPREC)
               EXEC CICS
                   READ FILE('CTRADDG1')
                   INTO (E-CTRADDEN)
                   RIDFLD (CA-KEY)
                   UPDATE
                   RESP (W-RC-CTRADDEN)
               END-EXEC
               IF W-RC-CTRADDEN = DFHRESP(NORMAL)
                   MOVE W2-CO-FONCTION   TO CA-FONCTION
                   MOVE W2-CO-DROITS     TO CA-DROITS
                   MOVE W2-CO-DATE-EXPIR TO CA-DATE-EXPIR
                   MOVE W2-CO-STATUT     TO CA-STATUT
                   EXEC CICS FORMATTIME
                       ABSTIME (DATE-TMP)
                       YYYYMMDD (CA-DATE-CREATION)
                   END-EXEC
                   EXEC CICS
                       REWRITE FILE('CTRADDG1')
                       FROM (E-CTRADDEN)
                       LENGTH (LENGTH OF E-CTRADDEN)
                       RESP (W-RC-CTRADDEN)
                   END-EXEC
               END-IF
           END-IF
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
