      *======================================================*
      *   SOUS-PROGRAMME DE PASSAGE EN PERTE DES CREANCES     *
      *   IRRECOUVRABLES (IRRECG1, CF IRRECOU.cpy)            *
      *                                                       *
      *   MODE 0 : CONSULTATION D UNE FACTURE D UN            *
      *            DISTRIBUTEUR (LIGNES OUVERTES, MONTANT     *
      *            TTC ET TVA, STATUT DE REGLEMENT)           *
      *   MODE 1 : PASSAGE EN PERTE -- RESERVE AU SUPER-      *
      *            VISEUR (HABILITATION RELUE DANS LA FILE    *
      *            DE RECUPERATION, CF HISTWHO.cpy). CHAQUE   *
      *            LIGNE OUVERTE EST MARQUEE 'P' DANS         *
      *            VENTESG1 ET INSCRITE DANS IRRECG1 AVEC SA  *
      *            TAXE ; L ENCOURS COMPTDIG1 EST REDUIT DU   *
      *            TOTAL. LES ECRITURES SONT PASSEES PAR      *
      *            IRRECOMP, LA TAXE RECUPEREE PAR TVADECL    *
      *   TOUTE LIGNE PASSEE EN PERTE EST JOURNALISEE DANS    *
      *   HISTOG1 (IMAGE DE LA VENTE AVANT PASSAGE)           *
      *======================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMG1VN6.
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
       77 W-DATE-JOUR PIC 9(08).

      *------------------------------------------------------*
      *   PARCOURS DE VENTESG1 -- LE NUMERO DE FACTURE N EST  *
      *   PAS DANS LA CLE (CF BANKAPPL), LE FICHIER EST LU EN *
      *   ENTIER DANS LA LIMITE DE SCAN-GARDE-FOU             *
      *------------------------------------------------------*

       77 SCAN-GARDE-FOU     PIC 9(05) VALUE 99999.
       77 J                  PIC 9(05) VALUE 0.
       01 FIN-BROWSE-IND     PIC 9.
           88 FIN-BROWSE         VALUE 1.
           88 NON-FIN-BROWSE     VALUE 2.

      *------------------------------------------------------*
      *   LIGNES OUVERTES DE LA FACTURE, RELEVEES AU          *
      *   PARCOURS PUIS RELUES EN MISE A JOUR UNE A UNE       *
      *------------------------------------------------------*

       01 TABLE-LIGNES.
           05 TL-CLE OCCURS 50 TIMES INDEXED BY IDX-TL
                                 PIC X(21).
       77 NB-LIGNES-TABLE    PIC 9(03) VALUE 0.
       77 NB-LIGNES-FACTURE  PIC 9(03) VALUE 0.
       77 W-MONTANT-TTC      PIC 9(09)V9(02) VALUE 0.
       77 W-MONTANT-TVA      PIC 9(09)V9(02) VALUE 0.
       77 W-TOTAL-PERTE      PIC 9(09)V9(02) VALUE 0.

       COPY VENTES.
       COPY COMPTDI.
       COPY IRRECOU.
       COPY HISTORIQ.
       COPY HISTWHO.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.

      *    INITIALISATION

           INITIALIZE E-IRRECOU
           INITIALIZE W-IRRECOU

      *    RECEPTION DES DONNEES

           EXEC CICS
               RECEIVE INTO(W-IRRECOU)
           END-EXEC

           MOVE 1 TO W-IR-RC
           EVALUATE W-IR-CODE-FONC
               WHEN 0
                   PERFORM P-RELEVER-FACTURE
               WHEN 1
                   PERFORM P-PASSER-EN-PERTE
           END-EVALUATE

      *    ENVOI DE LA REPONSE AU PROGRAMME APPELANT

           EXEC CICS
               RETURN
               INPUTMSG (W-IRRECOU)
               INPUTMSGLEN (LENGTH OF W-IRRECOU)
           END-EXEC

           GOBACK
           .

      *    LES LIGNES DE VENTE (HORS RETOURS) DU DISTRIBUTEUR QUI
      *    PORTENT LE NUMERO DE FACTURE ; SEULES LES LIGNES OUVERTES
      *    SONT TOTALISEES ET RETENUES POUR LE PASSAGE EN PERTE. UNE
      *    FACTURE SANS LIGNE OUVERTE PREND LE STATUT DE SA DERNIERE
      *    LIGNE LUE
       P-RELEVER-FACTURE.
           MOVE 0 TO NB-LIGNES-TABLE
           MOVE 0 TO NB-LIGNES-FACTURE
           MOVE 0 TO W-IR-NB-LIGNES
           MOVE 0 TO W-IR-MONTANT-TTC
           MOVE 0 TO W-IR-MONTANT-TVA
           MOVE SPACES TO W-IR-DATE-FACTURE
           MOVE SPACES TO W-IR-STATUT
           MOVE 0 TO J
           MOVE LOW-VALUE TO E-VE-KEY
           EXEC CICS
               STARTBR
               FILE ('VENTESG1')
               RIDFLD (E-VE-KEY)
               KEYLENGTH (LENGTH OF E-VE-KEY)
               GTEQ
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SET NON-FIN-BROWSE TO TRUE
               PERFORM P-EXAMINER-LIGNE
                   UNTIL FIN-BROWSE OR J > SCAN-GARDE-FOU
               EXEC CICS
                   ENDBR
                   FILE ('VENTESG1')
               END-EXEC
           ELSE
               IF RC-1 NOT = DFHRESP(NOTFND)
                   MOVE 4 TO W-IR-RC
               END-IF
           END-IF
           IF W-IR-RC = 1
               EVALUATE TRUE
                   WHEN NB-LIGNES-FACTURE = 0
                       MOVE 2 TO W-IR-RC
                   WHEN W-IR-NB-LIGNES > 50
                       MOVE 6 TO W-IR-RC
                   WHEN W-IR-NB-LIGNES > 0
                       MOVE 'O' TO W-IR-STATUT
               END-EVALUATE
           END-IF
           .

       P-EXAMINER-LIGNE.
           ADD 1 TO J
           EXEC CICS
               READNEXT
               FILE ('VENTESG1')
               INTO (E-VENTES)
               RIDFLD (E-VE-KEY)
               KEYLENGTH (LENGTH OF E-VE-KEY)
               RESP (RC-1)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               SET FIN-BROWSE TO TRUE
           ELSE
           IF VE-SIREN = W-IR-SIREN
                   AND VE-NUM-FACTURE = W-IR-NUM-FACTURE
                   AND NOT VE-MVT-RETOUR
               ADD 1 TO NB-LIGNES-FACTURE
               MOVE VE-DATE-VENTE TO W-IR-DATE-FACTURE
               MOVE VE-STATUT-REGLEMENT TO W-IR-STATUT
               IF NOT VE-FACTURE-SOLDEE
                   ADD 1 TO W-IR-NB-LIGNES
                   PERFORM P-CALCULER-MONTANTS
                   ADD W-MONTANT-TTC TO W-IR-MONTANT-TTC
                   ADD W-MONTANT-TVA TO W-IR-MONTANT-TVA
                   IF NB-LIGNES-TABLE < 50
                       ADD 1 TO NB-LIGNES-TABLE
                       SET IDX-TL TO NB-LIGNES-TABLE
                       MOVE E-VE-KEY TO TL-CLE (IDX-TL)
                   END-IF
               END-IF
           END-IF
           END-IF
           .

      *    LE PRIX EST TOUTES TAXES COMPRISES : LA TAXE S EN DEDUIT
      *    AU TAUX FIGE SUR LA LIGNE (MEME CALCUL QUE TVADECL)
       P-CALCULER-MONTANTS.
           COMPUTE W-MONTANT-TTC = VE-PRIX * VE-QTE
           COMPUTE W-MONTANT-TVA ROUNDED = W-MONTANT-TTC
               * VE-TAUX-TVA / (100 + VE-TAUX-TVA)
           .

       P-PASSER-EN-PERTE.
           PERFORM P-CONTROLER-SUPERVISEUR
           IF W-IR-RC = 1
               PERFORM P-RELEVER-FACTURE
           END-IF
           IF W-IR-RC = 1 AND W-IR-NB-LIGNES = 0
               MOVE 3 TO W-IR-RC
           END-IF
           IF W-IR-RC = 1
               EXEC CICS ASKTIME
                   ABSTIME (DATE-TMP)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (DATE-TMP)
                   YYYYMMDD (W-DATE-JOUR)
               END-EXEC
               MOVE 0 TO W-TOTAL-PERTE
               PERFORM P-PASSER-LIGNE
                   VARYING IDX-TL FROM 1 BY 1
                   UNTIL IDX-TL > NB-LIGNES-TABLE
               IF W-TOTAL-PERTE > 0
                   PERFORM P-REDUIRE-ENCOURS
               END-IF
               IF W-IR-RC = 1
                   MOVE 'P' TO W-IR-STATUT
               END-IF
           END-IF
           .

      *    SEUL UN OPERATEUR HABILITE A VALIDER PASSE UNE CREANCE EN
      *    PERTE (MEME
      *    CONTROLE QUE LA DEROGATION DE PERIODE CLOSE DE PGMG1VE1)
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
               MOVE 5 TO W-IR-RC
           END-IF
           .

      *    LA LIGNE EST RELUE EN MISE A JOUR : UNE LIGNE SOLDEE
      *    ENTRE-TEMPS (ENCAISSEMENT DU JOUR) EST LAISSEE EN L ETAT
       P-PASSER-LIGNE.
           MOVE TL-CLE (IDX-TL) TO E-VE-KEY
           EXEC CICS
               READ
               FILE ('VENTESG1')
               INTO (E-VENTES)
               RIDFLD (E-VE-KEY)
               KEYLENGTH (LENGTH OF E-VE-KEY)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-IR-RC
           ELSE
           IF VE-FACTURE-SOLDEE
               EXEC CICS
                   UNLOCK
                   FILE ('VENTESG1')
               END-EXEC
           ELSE
               MOVE E-VENTES TO HI-IMAGE-AVANT
               PERFORM P-CALCULER-MONTANTS
               SET VE-FACTURE-EN-PERTE TO TRUE
               EXEC CICS
                   REWRITE FILE('VENTESG1')
                   FROM (E-VENTES)
                   LENGTH (LENGTH OF E-VENTES)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
               IF RC-1 = DFHRESP(NORMAL)
                   ADD W-MONTANT-TTC TO W-TOTAL-PERTE
                   PERFORM P-INSCRIRE-CREANCE
                   PERFORM P-JOURNALISER-PERTE
               ELSE
                   MOVE 4 TO W-IR-RC
               END-IF
           END-IF
           END-IF
           .

       P-INSCRIRE-CREANCE.
           MOVE SPACES          TO E-IRRECOU
           MOVE E-VE-KEY        TO IR-CLE
           MOVE VE-NUM-FACTURE  TO IR-NUM-FACTURE
           MOVE VE-TAUX-TVA     TO IR-TAUX-TVA
           MOVE W-MONTANT-TTC   TO IR-MONTANT-TTC
           MOVE W-MONTANT-TVA   TO IR-MONTANT-TVA
           MOVE W-DATE-JOUR     TO IR-DATE-PERTE
           MOVE ZERO            TO IR-DATE-CPT-PERTE
           MOVE ZERO            TO IR-PERIODE-TVA
           MOVE ZERO            TO IR-DATE-RECOUVR
           MOVE ZERO            TO IR-DATE-CPT-RECOUVR
           MOVE ZERO            TO IR-PERIODE-TVA-RECOUVR
           EXEC CICS
               WRITE FILE('IRRECG1')
               FROM (E-IRRECOU)
               RIDFLD (IR-CLE)
               RESP (RC-1)
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-IR-RC
           END-IF
           .

      *    L ENCOURS OUVERT DU DISTRIBUTEUR EST REDUIT DU TOTAL TTC
      *    PASSE EN PERTE (COMME PAR UN REGLEMENT, CF BANKAPPL)
       P-REDUIRE-ENCOURS.
           MOVE W-IR-SIREN TO CD-SIREN
           EXEC CICS
               READ
               FILE ('COMPTDIG1')
               INTO (E-COMPTDI)
               RIDFLD (CD-SIREN)
               KEYLENGTH (LENGTH OF CD-SIREN)
               RESP (RC-1)
               RESP2 (RC-2)
               UPDATE
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               SUBTRACT W-TOTAL-PERTE FROM CD-SOLDE
               MOVE W-DATE-JOUR TO CD-DATE-MAJ
               EXEC CICS
                   REWRITE FILE('COMPTDIG1')
                   FROM (E-COMPTDI)
                   LENGTH (LENGTH OF E-COMPTDI)
                   RESP (RC-1)
                   RESP2 (RC-2)
               END-EXEC
           END-IF
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 4 TO W-IR-RC
           END-IF
           .

       P-JOURNALISER-PERTE.
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
           MOVE 'IRRECOU'    TO HI-TYPE-ENR
           MOVE IR-CLE       TO HI-CLE
           MOVE EIBTRMID     TO HI-TERM-ID
           MOVE 'PGMG1VN6'   TO HI-PGM-NAME
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
