       COPY HISTORIQ.
       COPY CAPVENTE.
       COPY HISTWHO.
       COPY COFFRET.
       COPY MERCH.
       COPY CONVDIST.
       COPY ECHEANCE.

       77  DATE-TMP                  PIC S9(15) COMP-3.

       77  W-TERRITOIRE-RESTREINT    PIC X(01) VALUE 'N'.
       77  W-TERRITOIRE-AUTORISE     PIC X(01) VALUE 'N'.

      *    CONVENTION DE DISTRIBUTION (CF P-CHECK-CONVENTION) -- LA
      *    MAISON DOIT ETRE COUVERTE A LA DATE DE VENTE PAR UNE
      *    CONVENTION SUR L ALBUM OU SUR SON LABEL, SANS QU UNE AUTRE
      *    MAISON Y DETIENNE UNE EXCLUSIVITE EN VIGUEUR
       01  W-CN-RC-CICS-1            PIC S9(04) COMP.
           88 CICS-RESP-NORMAL-CN       VALUE 0.
       01  W-CN-RC-CICS-2            PIC S9(04) COMP.
       01  W-CN-FIN-BR-IND           PIC 9.
           88 CN-FIN-BR                  VALUE 1.
           88 CN-NON-FIN-BR              VALUE 2.
       77  W-CN-DATE-VENTE           PIC 9(08).
       77  W-CN-FIN-VIGUEUR          PIC 9(08).
       77  W-CN-TYPE-PFX             PIC X(01).
       77  W-CN-CODE-PFX             PIC X(06).
       77  W-CN-AUTORISE             PIC X(01) VALUE 'N'.
       01  W-CN-CONTROLE-IND         PIC X(01) VALUE 'Y'.
           88 CONVENTION-OK              VALUE 'Y'.
           88 HORS-CONVENTION            VALUE 'N'.
           88 EXCLUSIVITE-TIERS          VALUE 'X'.

      *    ECHEANCE DE LA FACTURE (CF P-ENREGISTRER-ECHEANCE) --
      *    DELAI DE REGLEMENT DE LA MAISON COMPTE EN JOURS REELS
      *    (FEVRIER A 29 LES ANNEES MULTIPLES DE 4, COMME CALSEMRP)
       01  W-EH-RC-CICS-1            PIC S9(04) COMP.
       01  W-EH-RC-CICS-2            PIC S9(04) COMP.
       77  W-EH-JOURS                PIC 9(03) VALUE ZERO.
       01  W-EH-DATE-ECLATEE.
           05 W-EH-ANNEE                PIC 9(04).
           05 W-EH-MOIS                 PIC 9(02).
           05 W-EH-JOUR                 PIC 9(02).
       01  W-EH-TABLE-JOURS-MOIS.
           05 FILLER                    PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES W-EH-TABLE-JOURS-MOIS.
           05 W-EH-JOURS-DU-MOIS        PIC 9(02) OCCURS 12 TIMES.
       77  W-EH-FIN-DE-MOIS          PIC 9(02) VALUE ZERO.
       77  W-EH-QUOTIENT-BISSEXT     PIC 9(04) VALUE ZERO.
       77  W-EH-RESTE-BISSEXT        PIC 9(04) VALUE ZERO.

      *    LISTE DES TERRITOIRES AUTORISES DU CONTRAT EN COURS
      *    (CTRTERG1, CF CTRTERRI.cpy) -- PARCOURUE PAR PREFIXE DE
      *    CLE CONTRAT DANS P-CHECK-TERRITOIRES-LISTE
           88 CICS-RESP-NORMAL-RT       VALUE 0.
           88 CICS-RESP-NOTFND-RT       VALUE 13.
       01  W-RT-RC-CICS-2            PIC S9(04) COMP.
       01  W-RT-CLE                  PIC X(21).
       01  W-RT-BR-CLE.
           05 W-RT-BR-CODEA          PIC X(06).
           05 W-RT-BR-SIREN          PIC X(05).
           05 FILLER                 PIC X(10).
       01  W-RT-FIN-BR-IND           PIC 9.
      *    P-ATTRIBUER-NUM-LIGNE) -- PARCOURS PAR PREFIXE
      *    CODEA+SIREN+DATE POUR TROUVER LE PROCHAIN NUMERO LIBRE
       01  W-NL-CLE.
           05 W-NL-CODEA             PIC X(06).
           05 W-NL-SIREN             PIC X(05).
           05 W-NL-DATE-VENTE        PIC X(08).
           05 W-NL-NUM-LIGNE         PIC 9(02).
           88 CICS-RESP-NOTFND-ST       VALUE 13.
       01  W-ST-RC-CICS-2            PIC S9(04) COMP.
      *    CLE DE LA LIGNE DE STOCK MOUVEMENTEE -- UNE LIGNE PAR
      *    DECLINAISON PHYSIQUE DE L ALBUM ET PAR SITE (CF STOCK.cpy) :
      *    LA VENTE PUISE AU SITE D EXPEDITION (DEPOT PRINCIPAL), LE
      *    RETOUR REVENDABLE ARRIVE AU CENTRE DE RETOURS
       01  W-ST-CLE.
           05 W-ST-CLE-CODEA         PIC X(06).
           05 W-ST-CLE-FORMAT        PIC X(01).
           05 W-ST-CLE-DEPOT         PIC X(01).
               88 W-ST-SITE-EXPEDITION   VALUE 'P'.
               88 W-ST-SITE-RETOURS      VALUE 'R'.

      *    JOURNAL DES MOUVEMENTS DE STOCK (CF STOCKMVT.cpy) -- LA
      *    SEQUENCE EST AVANCEE JUSQU A UNE CLE LIBRE DANS LA MEME
           88 CV-ECRITE                  VALUE 'Y'.
           88 CV-NON-ECRITE              VALUE 'N'.

      *    ECLATEMENT D UN COFFRET EN LIGNES COMPOSANTS (CF
      *    P-ECLATER-COFFRET) -- LES COMPOSANTS DE L ALBUM VENDU SONT
      *    CHARGES PAR PARCOURS DU PREFIXE CODE COFFRET DE COFFRG1 (CF
      *    COFFRET.cpy) ; UN ALBUM SANS COMPOSANT EST VENDU TEL QUEL
       01  W-CF-RC-CICS-1            PIC S9(04) COMP.
           88 CICS-RESP-NORMAL-CF       VALUE 0.
       01  W-CF-RC-CICS-2            PIC S9(04) COMP.
       01  W-CF-FIN-BR-IND           PIC 9.
           88 CF-FIN-BR                  VALUE 1.
           88 CF-NON-FIN-BR              VALUE 2.
       01  W-CF-CLE.
           05 W-CF-CODE-COFFRET      PIC X(06).
           05 W-CF-RANG              PIC 9(02).
       77  W-CF-NB                   PIC 9(02) VALUE ZERO.
       77  W-CF-IX                   PIC 9(02) VALUE ZERO.
       01  W-CF-TABLE.
           05 W-CF-COMPOSANT OCCURS 20.
               10 W-CF-CODEA         PIC X(06).
               10 W-CF-QTE-PAR       PIC 9(02).
               10 W-CF-PART          PIC 9(03)V9(02).
      *    IMAGE DE LA VENTE DU COFFRET TELLE QUE SAISIE (NUMERO DE
      *    FACTURE ET TAUX DE TVA DEJA ATTRIBUES), REPRISE POUR
      *    CHAQUE LIGNE COMPOSANT ; CUMUL DU PRIX DEJA REPARTI SUR LES
      *    COMPOSANTS PRECEDENTS, LE DERNIER RECEVANT LE RESTE
       01  W-CF-VENTE-SAISIE         PIC X(90).
       77  W-CF-CUMUL-PRIX           PIC S9(07)V9(02) VALUE ZERO.
       77  W-CF-PRIX-LIGNE           PIC S9(07)V9(02) VALUE ZERO.

      * ============================================================== *
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *

           PERFORM P-CONTROLER-PERIODE-CLOSE

      *    CONTROLE DES CLES ETRANGERES AVANT CREATION -- UNE VENTE
      *    DE SUPPORT 'M' PORTE UN CODE ARTICLE DE MERCHANDISING,
      *    CONTROLE CONTRE MERCHG1 AU LIEU D ALBUMG1

           IF VE-FORMAT-MERCH
               PERFORM P-CHECK-ARTICLE-FK
           ELSE
               PERFORM P-CHECK-ALBUM-FK
           END-IF

      *    FICHIERS FERMES POUR LE BATCH (FENETRE FERMOUVR) -- LA
      *    SAISIE N EST PAS REJETEE : ELLE EST CAPTUREE DANS

           IF FICHIERS-FERMES
               PERFORM P-CAPTURER-VENTE
               MOVE E-VENTES TO W-VENTES(1:84)
               EXEC CICS
                   RETURN
                   INPUTMSG (W-VENTES)
               PERFORM P-CHECK-TERRITOIRE
           END-IF

      *    LA MAISON DOIT DETENIR UNE CONVENTION DE DISTRIBUTION EN
      *    VIGUEUR SUR L ALBUM OU SUR SON LABEL (CF CONVDIST.cpy) --
      *    UN RETOUR PORTE SUR UNE VENTE DEJA ACCEPTEE ET LE
      *    MERCHANDISING N EST PAS COUVERT PAR LES CONVENTIONS ; UN
      *    COFFRET EST CONTROLE SUR SON PROPRE CODE, PAS SUR SES
      *    COMPOSANTS

           IF VENTE-FK-OK AND NOT VE-MVT-RETOUR
                   AND NOT VE-FORMAT-MERCH
               PERFORM P-CHECK-CONVENTION
           END-IF

      *    UN COFFRET (ALBUM DECLARE DANS COFFRG1) SERA ECLATE EN
      *    LIGNES COMPOSANTS : CHAQUE ALBUM COMPOSANT DOIT EXISTER ET
      *    NE PAS ETRE BLOQUE. UN RETOUR PORTE TOUJOURS SUR UNE LIGNE
      *    DEJA ENREGISTREE, DONC SUR UN COMPOSANT, JAMAIS ECLATE

           IF VENTE-FK-OK AND NOT VE-MVT-RETOUR
                   AND NOT ALBUM-EN-BLOCAGE AND NOT VE-FORMAT-MERCH
               PERFORM P-CHARGER-COFFRET
           END-IF

      *    L ENCOURS OUVERT DU DISTRIBUTEUR NE PEUT PAS DEPASSER SA
      *    LIMITE DE CREDIT (CF P-CONTROLER-LIMITE-CREDIT) -- LE
      *    CONTROLE NE CONCERNE PAS LES RETOURS, QUI REDUISENT
           IF VENTE-FK-INVALID
               SET W-VE-RC-NOTFND TO TRUE
           ELSE
           IF HORS-CONVENTION
               SET W-VE-RC-HORS-CONVENTION TO TRUE
           ELSE
           IF EXCLUSIVITE-TIERS
               SET W-VE-RC-EXCLUSIVITE-TIERS TO TRUE
           ELSE
           IF RETOUR-EXCESSIF
               SET W-VE-RC-RETOUR-EXCESSIF TO TRUE
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF NL-JOURNEE-PLEINE
               SET W-VE-RC-DUPREC TO TRUE
                   AND NOT PERIODE-VERROUILLEE
                   AND NOT ALBUM-EN-BLOCAGE
                   AND NOT LIMITE-DEPASSEE
                   AND CONVENTION-OK

      *        ATTRIBUTION DU NUMERO DE DOCUMENT AVANT CREATION --
      *        NUMERO DE FACTURE POUR UNE VENTE NORMALE, NUMERO
                   PERFORM P-ATTRIBUER-NUM-AVOIR
               ELSE
                   PERFORM P-ATTRIBUER-NUM-FACTURE
                   PERFORM P-ENREGISTRER-ECHEANCE
               END-IF

      *        UNE LIGNE DE RETOUR ENTRE DANS LE CIRCUIT DE SUIVI DES

               PERFORM P-DETERMINER-TAUX-TVA

      *        CREATION DE L ENREGISTREMENT VSAM -- UN COFFRET EST
      *        ECLATE EN AUTANT DE LIGNES QUE DE COMPOSANTS, SOUS LE
      *        MEME NUMERO DE FACTURE

               IF W-CF-NB > ZERO
                   PERFORM P-ECLATER-COFFRET
               ELSE
                   PERFORM P-CREER-LIGNE-VENTE
               END-IF
           END-IF
           END-IF

      *    ENVOI DE LA REPONSE
      *    AU PROGRAMME APPELANT

           MOVE E-VENTES  TO W-VENTES(1:84)

           EXEC CICS
               RETURN
           GOBACK
           .

      *--------------------------------------------------------------*
      *   CREATION D UNE LIGNE DE VENTE DANS VENTESG1, JOURNALISATION *
      *   ET REPERCUSSION SUR L ENCOURS DU DISTRIBUTEUR ET LE STOCK   *
      *--------------------------------------------------------------*

       P-CREER-LIGNE-VENTE.
           EXEC CICS
               WRITE
               FILE ('VENTESG1')
               FROM (E-VENTES)
               RIDFLD (E-VE-KEY)
               RESP (W-VE-RC-CICS-1)
               RESP2 (W-VE-RC-CICS-2)
           END-EXEC

           EVALUATE W-VE-RC-CICS-1
               WHEN DFHRESP(NORMAL)
                   IF LIMITE-PROCHE
                       SET W-VE-RC-NORMAL-ALERTE TO TRUE
                   ELSE
                       SET W-VE-RC-NORMAL  TO TRUE
                   END-IF

      *            JOURNALISATION DE LA CREATION
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
                   MOVE 'C'        TO HI-ACTION
                   MOVE 'VENTES'   TO HI-TYPE-ENR
                   MOVE E-VE-KEY   TO HI-CLE
                   MOVE EIBTRMID    TO HI-TERM-ID
                   MOVE 'PGMG1VE1' TO HI-PGM-NAME
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
                   MOVE E-VENTES   TO HI-IMAGE-AVANT
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

      *            JOURNALISATION DE L USAGE DE LA DEROGATION
      *            DE PERIODE CLOSE PAR UN SUPERVISEUR (UNE SEULE
      *            FOIS POUR LES LIGNES D UN MEME COFFRET)

                   IF PERIODE-DEROGEE AND W-CF-IX NOT > 1
                       PERFORM P-JOURNALISER-DEROGATION
                   END-IF

      *            JOURNALISATION DE L USAGE DE LA DEROGATION
      *            DE LIMITE DE CREDIT PAR UN SUPERVISEUR

                   IF LIMITE-DEROGEE AND W-CF-IX NOT > 1
                       PERFORM P-JOURNALISER-DEROG-CREDIT
                   END-IF

      *            MISE A JOUR DE L ENCOURS DU DISTRIBUTEUR

                   PERFORM P-MAJ-SOLDE-COMPTE

      *            MISE A JOUR DU STOCK PHYSIQUE

                   PERFORM P-MAJ-STOCK
               WHEN DFHRESP(NOTOPEN)
                   SET W-VE-RC-NOTOPEN TO TRUE
               WHEN DFHRESP(DUPREC)
                   SET W-VE-RC-DUPREC  TO TRUE
               WHEN OTHER
                   SET W-VE-RC-OTHER   TO TRUE
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   COMPOSANTS DU COFFRET (COFFRG1, CF COFFRET.cpy) -- PARCOURS *
      *   PAR PREFIXE CODE COFFRET (RANG A ZERO) ; AUCUN COMPOSANT =  *
      *   ALBUM ORDINAIRE. UN COMPOSANT INCONNU D ALBUMG1 REJETTE LA  *
      *   VENTE EN NOTFND, UN COMPOSANT BLOQUE LA REJETTE COMME UN    *
      *   ALBUM BLOQUE                                                *
      *--------------------------------------------------------------*

       P-CHARGER-COFFRET.
           MOVE ZERO     TO W-CF-NB
           MOVE VE-CODEA TO W-CF-CODE-COFFRET
           MOVE ZERO     TO W-CF-RANG
           EXEC CICS
               STARTBR
               FILE ('COFFRG1')
               RIDFLD (W-CF-CLE)
               KEYLENGTH (LENGTH OF W-CF-CLE)
               GTEQ
               RESP (W-CF-RC-CICS-1)
               RESP2 (W-CF-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-NORMAL-CF
               SET CF-NON-FIN-BR TO TRUE
               PERFORM UNTIL CF-FIN-BR
                   EXEC CICS READNEXT
                       FILE ('COFFRG1')
                       INTO (E-COFFRET)
                       LENGTH (LENGTH OF E-COFFRET)
                       RIDFLD (W-CF-CLE)
                       KEYLENGTH (LENGTH OF W-CF-CLE)
                       RESP (W-CF-RC-CICS-1)
                       RESP2 (W-CF-RC-CICS-2)
                   END-EXEC
                   IF NOT CICS-RESP-NORMAL-CF
                           OR CO-CODE-COFFRET NOT = VE-CODEA
                           OR W-CF-NB = 20
                       SET CF-FIN-BR TO TRUE
                   ELSE
                       ADD 1 TO W-CF-NB
                       MOVE CO-CODEA TO W-CF-CODEA (W-CF-NB)
                       MOVE CO-QTE-PAR-COFFRET TO W-CF-QTE-PAR (W-CF-NB)
                       MOVE CO-PART-PRIX TO W-CF-PART (W-CF-NB)
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('COFFRG1')
                   RESP (W-CF-RC-CICS-1)
                   RESP2 (W-CF-RC-CICS-2)
               END-EXEC
           END-IF
           PERFORM VARYING W-CF-IX FROM 1 BY 1
                   UNTIL W-CF-IX > W-CF-NB
               PERFORM P-CHECK-COMPOSANT-FK
           END-PERFORM
           MOVE ZERO TO W-CF-IX
           .

       P-CHECK-COMPOSANT-FK.
           EXEC CICS
               READ
               FILE ('ALBUMG1')
               INTO (E-ALBUM)
               RIDFLD (W-CF-CODEA (W-CF-IX))
               KEYLENGTH (LENGTH OF W-CF-CODEA (W-CF-IX))
               RESP (W-FK-RC-CICS-1)
               RESP2 (W-FK-RC-CICS-2)
           END-EXEC
           EVALUATE TRUE
               WHEN CICS-RESP-NOTFND-FK
                   SET VENTE-FK-INVALID TO TRUE
               WHEN W-FK-RC-CICS-1 NOT = ZERO
                   CONTINUE
               WHEN AL-BLOQUE
                   SET ALBUM-EN-BLOCAGE TO TRUE
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   ECLATEMENT DU COFFRET -- UNE LIGNE PAR COMPOSANT, AU NUMERO *
      *   DE LIGNE LIBRE DE L ALBUM COMPOSANT, SOUS LE NUMERO DE      *
      *   FACTURE DU COFFRET. QUANTITE = QUANTITE DE COFFRETS x       *
      *   EXEMPLAIRES PAR COFFRET ; PRIX UNITAIRE = QUOTE-PART DU     *
      *   PRIX DU COFFRET REPARTIE SUR LES EXEMPLAIRES, LE DERNIER    *
      *   COMPOSANT RECEVANT LE RESTE POUR QUE LES LIGNES REFASSENT   *
      *   LE PRIX DU COFFRET. L ECLATEMENT S ARRETE A LA PREMIERE     *
      *   LIGNE EN ECHEC (CODE RETOUR DE CETTE LIGNE)                 *
      *--------------------------------------------------------------*

       P-ECLATER-COFFRET.
           MOVE E-VENTES TO W-CF-VENTE-SAISIE
           MOVE ZERO     TO W-CF-CUMUL-PRIX
           SET W-VE-RC-NORMAL TO TRUE
           PERFORM VARYING W-CF-IX FROM 1 BY 1
                   UNTIL W-CF-IX > W-CF-NB
                   OR NOT (W-VE-RC-NORMAL OR W-VE-RC-NORMAL-ALERTE)
               PERFORM P-PREPARER-COMPOSANT
               PERFORM P-ATTRIBUER-NUM-LIGNE
               IF NL-JOURNEE-PLEINE
                   SET W-VE-RC-DUPREC TO TRUE
               ELSE
                   PERFORM P-CREER-LIGNE-VENTE
               END-IF
           END-PERFORM
           .

       P-PREPARER-COMPOSANT.
           MOVE W-CF-VENTE-SAISIE TO E-VENTES
           MOVE VE-CODEA          TO VE-CODE-COFFRET
           MOVE W-CF-IX           TO VE-RANG-COMPOSANT
           MOVE VE-QTE            TO VE-QTE-COFFRET
           MOVE VE-PRIX           TO VE-PRIX-COFFRET
           SET VE-LIGNE-COMPOSANT TO TRUE
           MOVE W-CF-CODEA (W-CF-IX) TO VE-CODEA
           COMPUTE VE-QTE = VE-QTE-COFFRET * W-CF-QTE-PAR (W-CF-IX)
           IF W-CF-IX < W-CF-NB
               COMPUTE VE-PRIX ROUNDED = VE-PRIX-COFFRET
                   * W-CF-PART (W-CF-IX) / 100 / W-CF-QTE-PAR (W-CF-IX)
               COMPUTE W-CF-CUMUL-PRIX = W-CF-CUMUL-PRIX
                   + VE-PRIX * W-CF-QTE-PAR (W-CF-IX)
           ELSE
               COMPUTE W-CF-PRIX-LIGNE ROUNDED =
                   (VE-PRIX-COFFRET - W-CF-CUMUL-PRIX)
                   / W-CF-QTE-PAR (W-CF-IX)
               IF W-CF-PRIX-LIGNE < ZERO
                   MOVE ZERO TO W-CF-PRIX-LIGNE
               END-IF
               MOVE W-CF-PRIX-LIGNE TO VE-PRIX
           END-IF
           .

      *--------------------------------------------------------------*
      *   L ALBUM REFERENCE (CODEA) EXISTE-T-IL ?                     *
      *--------------------------------------------------------------*
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   L ARTICLE DE MERCHANDISING REFERENCE (CODEA) EXISTE-T-IL ?  *
      *--------------------------------------------------------------*

       P-CHECK-ARTICLE-FK.
           EXEC CICS
               READ
               FILE ('MERCHG1')
               INTO (E-MERCH)
               RIDFLD (VE-CODEA)
               KEYLENGTH (LENGTH OF VE-CODEA)
               RESP (W-FK-RC-CICS-1)
               RESP2 (W-FK-RC-CICS-2)
           END-EXEC
           EVALUATE TRUE
               WHEN CICS-RESP-NOTOPEN-FK
                   SET FICHIERS-FERMES TO TRUE
               WHEN CICS-RESP-NOTFND-FK
                   SET VENTE-FK-INVALID TO TRUE
           END-EVALUATE
           .

      *--------------------------------------------------------------*
      *   LA MAISON DE DISTRIBUTION REFERENCEE (SIREN) EXISTE-T-ELLE ? *
      *--------------------------------------------------------------*
           MOVE IS-DERNIER-NUM TO VE-NUM-FACTURE
           .

      *--------------------------------------------------------------*
      *   ECHEANCE DE LA FACTURE (ECHEANG1, CF ECHEANCE.cpy) --       *
      *   CALCULEE SUR LES CONDITIONS DE REGLEMENT DE LA MAISON       *
      *   (E-MAISON-DIST DEJA RELU PAR P-CHECK-MAISON-FK) ET FIGEE    *
      *   A L ATTRIBUTION DU NUMERO. DELAI A ZERO = 30 JOURS NETS     *
      *--------------------------------------------------------------*

       P-ENREGISTRER-ECHEANCE.
           INITIALIZE E-ECHEANCE
           MOVE VE-NUM-FACTURE TO EH-NUM-FACTURE
           MOVE VE-SIREN       TO EH-SIREN
           IF VE-DATE-VENTE IS NUMERIC
               MOVE VE-DATE-VENTE TO EH-DATE-FACTURE
           END-IF
           IF MA-DELAI-REGLEMENT = ZERO
               MOVE 30  TO EH-DELAI
               MOVE 'N' TO EH-FIN-DE-MOIS
           ELSE
               MOVE MA-DELAI-REGLEMENT TO EH-DELAI
               IF MA-ECHEANCE-FIN-DE-MOIS
                   MOVE 'O' TO EH-FIN-DE-MOIS
               ELSE
                   MOVE 'N' TO EH-FIN-DE-MOIS
               END-IF
           END-IF
           PERFORM P-CALCULER-ECHEANCE
           EXEC CICS
               WRITE FILE('ECHEANG1')
               FROM (E-ECHEANCE)
               LENGTH (LENGTH OF E-ECHEANCE)
               RIDFLD (EH-NUM-FACTURE)
               RESP (W-EH-RC-CICS-1)
               RESP2 (W-EH-RC-CICS-2)
           END-EXEC
           .

       P-CALCULER-ECHEANCE.
           MOVE EH-DATE-FACTURE TO W-EH-DATE-ECLATEE
           IF W-EH-MOIS < 1 OR W-EH-MOIS > 12
               MOVE EH-DATE-FACTURE TO EH-DATE-ECHEANCE
           ELSE
               MOVE EH-DELAI TO W-EH-JOURS
               PERFORM P-AVANCER-D-UN-JOUR W-EH-JOURS TIMES
               IF EH-ECHEANCE-FIN-DE-MOIS
                   PERFORM P-CALCULER-FIN-DE-MOIS
                   MOVE W-EH-FIN-DE-MOIS TO W-EH-JOUR
               END-IF
               MOVE W-EH-DATE-ECLATEE TO EH-DATE-ECHEANCE
           END-IF
           .

       P-AVANCER-D-UN-JOUR.
           PERFORM P-CALCULER-FIN-DE-MOIS
           IF W-EH-JOUR < W-EH-FIN-DE-MOIS
               ADD 1 TO W-EH-JOUR
           ELSE
               MOVE 1 TO W-EH-JOUR
               IF W-EH-MOIS < 12
                   ADD 1 TO W-EH-MOIS
               ELSE
                   MOVE 1 TO W-EH-MOIS
                   ADD 1 TO W-EH-ANNEE
               END-IF
           END-IF
           .

       P-CALCULER-FIN-DE-MOIS.
           MOVE W-EH-JOURS-DU-MOIS (W-EH-MOIS) TO W-EH-FIN-DE-MOIS
           IF W-EH-MOIS = 2
               DIVIDE W-EH-ANNEE BY 4
                   GIVING W-EH-QUOTIENT-BISSEXT
                   REMAINDER W-EH-RESTE-BISSEXT
               IF W-EH-RESTE-BISSEXT = ZERO
                   MOVE 29 TO W-EH-FIN-DE-MOIS
               END-IF
           END-IF
           .

      *--------------------------------------------------------------*
      *   ATTRIBUTION DU PROCHAIN NUMERO D AVOIR A UNE LIGNE DE       *
      *   RETOUR (COMPTEUR AVOSEQG1, MEME MECANIQUE QUE LE COMPTEUR   *
      *--------------------------------------------------------------*
      *   LA VENTE EST-ELLE DATEE DANS UNE PERIODE CLOSE ? -- LE      *
      *   VERROU EST POSE PAR CLOTMOIS (PERLOKG1). SI LA PERIODE EST  *
      *   CLOSE, SEUL UN OPERATEUR HABILITE A VALIDER SUR L ECRAN     *
      *   APPELANT (CF P-CONTROLER-VALIDATION) PASSE OUTRE            *
      *--------------------------------------------------------------*

       P-CONTROLER-PERIODE-CLOSE.
                   ITEM (1)
                   RESP (HW-RC-1)
               END-EXEC
               PERFORM P-CONTROLER-VALIDATION
               IF HW-HAB-ACCORDEE
                   SET PERIODE-DEROGEE TO TRUE
               ELSE
                   SET PERIODE-VERROUILLEE TO TRUE
       P-JOURNALISER-DEROGATION.
           MOVE 'PERLOCK'  TO HI-TYPE-ENR
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

      *   LE MONTANT DE LA VENTE, DEPASSE-T-IL SA LIMITE DE CREDIT    *
      *   (MA-LIMITE-CREDIT, DEJA RELUE PAR P-CHECK-MAISON-FK) ? --   *
      *   AVERTISSEMENT A PARTIR DE 90 POUR CENT DE LA LIMITE,        *
      *   BLOCAGE AU-DELA SAUF DEROGATION D UN OPERATEUR HABILITE A   *
      *   VALIDER (CF P-CONTROLER-VALIDATION)                         *
      *--------------------------------------------------------------*

       P-CONTROLER-LIMITE-CREDIT.
               ITEM (1)
               RESP (HW-RC-1)
           END-EXEC
           PERFORM P-CONTROLER-VALIDATION
           IF HW-HAB-ACCORDEE
               SET LIMITE-DEROGEE TO TRUE
           ELSE
               SET LIMITE-DEPASSEE TO TRUE
       P-JOURNALISER-DEROG-CREDIT.
           MOVE 'CREDLIM'  TO HI-TYPE-ENR
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

           END-IF
           .

      *--------------------------------------------------------------*
      *   LA MAISON EST-ELLE COUVERTE PAR UNE CONVENTION DE           *
      *   DISTRIBUTION A LA DATE DE VENTE ? -- ON PARCOURT PAR        *
      *   PREFIXE LES CONVENTIONS DE L ALBUM, PUIS CELLES DE SON      *
      *   LABEL (E-ALBUM DEJA RELU PAR P-CHECK-ALBUM-FK) : UNE        *
      *   CONVENTION EN VIGUEUR DE LA MAISON L AUTORISE, UNE          *
      *   EXCLUSIVITE EN VIGUEUR D UNE AUTRE MAISON L INTERDIT        *
      *--------------------------------------------------------------*

       P-CHECK-CONVENTION.
           MOVE 'N' TO W-CN-AUTORISE
           SET CONVENTION-OK TO TRUE
           IF VE-DATE-VENTE IS NUMERIC
               MOVE VE-DATE-VENTE TO W-CN-DATE-VENTE
           ELSE
               MOVE ZERO TO W-CN-DATE-VENTE
           END-IF
           MOVE 'A'      TO W-CN-TYPE-PFX
           MOVE VE-CODEA TO W-CN-CODE-PFX
           PERFORM P-PARCOURIR-CONVENTIONS
           IF AL-CODE-LABEL NOT = SPACES AND NOT EXCLUSIVITE-TIERS
               MOVE 'L'           TO W-CN-TYPE-PFX
               MOVE SPACES        TO W-CN-CODE-PFX
               MOVE AL-CODE-LABEL TO W-CN-CODE-PFX(1:3)
               PERFORM P-PARCOURIR-CONVENTIONS
           END-IF
           IF CONVENTION-OK AND W-CN-AUTORISE NOT = 'Y'
               SET HORS-CONVENTION TO TRUE
           END-IF
           .

      *    PARCOURS PAR PREFIXE TYPE + CODE OBJET, COMME
      *    P-CHECK-TERRITOIRE SUR CONTRAG1
       P-PARCOURIR-CONVENTIONS.
           MOVE LOW-VALUE     TO CN-CLE
           MOVE W-CN-TYPE-PFX TO CN-TYPE-OBJET
           MOVE W-CN-CODE-PFX TO CN-CODE-OBJET
           EXEC CICS
               STARTBR
               FILE ('CONVDIG1')
               RIDFLD (CN-CLE)
               KEYLENGTH (LENGTH OF CN-CLE)
               GTEQ
               RESP (W-CN-RC-CICS-1)
               RESP2 (W-CN-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-NORMAL-CN
               SET CN-NON-FIN-BR TO TRUE
               PERFORM UNTIL CN-FIN-BR
                   EXEC CICS READNEXT
                       FILE ('CONVDIG1')
                       INTO (E-CONVDIST)
                       LENGTH (LENGTH OF E-CONVDIST)
                       RIDFLD (CN-CLE)
                       KEYLENGTH (LENGTH OF CN-CLE)
                       RESP (W-CN-RC-CICS-1)
                       RESP2 (W-CN-RC-CICS-2)
                   END-EXEC
                   IF NOT CICS-RESP-NORMAL-CN
                           OR CN-TYPE-OBJET NOT = W-CN-TYPE-PFX
                           OR CN-CODE-OBJET NOT = W-CN-CODE-PFX
                       SET CN-FIN-BR TO TRUE
                   ELSE
                       PERFORM P-EXAMINER-CONVENTION
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('CONVDIG1')
                   RESP (W-CN-RC-CICS-1)
                   RESP2 (W-CN-RC-CICS-2)
               END-EXEC
           END-IF
           .

      *    UNE CONVENTION EST EN VIGUEUR SI LA DATE DE VENTE TOMBE
      *    ENTRE SON DEBUT ET SA FIN (FIN A ZERO = SANS TERME)
       P-EXAMINER-CONVENTION.
           IF CN-DATE-FIN = ZERO
               MOVE 99999999 TO W-CN-FIN-VIGUEUR
           ELSE
               MOVE CN-DATE-FIN TO W-CN-FIN-VIGUEUR
           END-IF
           IF CN-DATE-DEBUT NOT > W-CN-DATE-VENTE
                   AND W-CN-FIN-VIGUEUR NOT < W-CN-DATE-VENTE
               IF CN-SIREN = VE-SIREN
                   MOVE 'Y' TO W-CN-AUTORISE
               ELSE
                   IF CN-EXCLUSIVE
                       SET EXCLUSIVITE-TIERS TO TRUE
                       SET CN-FIN-BR TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *--------------------------------------------------------------*
      *   LISTE DES TERRITOIRES AUTORISES DU CONTRAT EN COURS DE      *
      *   PARCOURS (E-CONTRAT) -- TOUTE LIGNE TROUVEE RESTREINT LE    *
      *   AUCUN EFFET SI L ALBUM N A PAS DE LIGNE DE STOCK PHYSIQUE.  *
      *   UN RETOUR ENDOMMAGE OU DETRUIT (VE-DISPOSITION) NE REVIENT  *
      *   JAMAIS EN STOCK VENDABLE ; LES QUANTITES DETRUITES SONT     *
      *   RECENSEES PAR LE BATCH DESTRRPT. LA VENTE PUISE AU SITE     *
      *   D EXPEDITION ; LE RETOUR REVENDABLE EST RANGE AU CENTRE DE  *
      *   RETOURS (LIGNE CREEE AU PREMIER RETOUR DE LA DECLINAISON)   *
      *   ET NE REJOINT LE DEPOT PRINCIPAL QUE PAR TRANSFERT          *
      *--------------------------------------------------------------*

       P-MAJ-STOCK.
       P-MOUVEMENTER-STOCK.
           MOVE VE-CODEA  TO W-ST-CLE-CODEA
           MOVE VE-FORMAT TO W-ST-CLE-FORMAT
           IF VE-MVT-RETOUR
               SET W-ST-SITE-RETOURS TO TRUE
           ELSE
               SET W-ST-SITE-EXPEDITION TO TRUE
           END-IF
           EXEC CICS
               READ
               FILE ('STOCKG1')
                   LENGTH (LENGTH OF E-STOCK)
               END-EXEC
               PERFORM P-JOURNALISER-MVT-STOCK
           ELSE
               IF CICS-RESP-NOTFND-ST AND VE-MVT-RETOUR
                   PERFORM P-CREER-STOCK-RETOURS
               END-IF
           END-IF
           .

      *    PREMIER RETOUR REVENDABLE DE LA DECLINAISON AU CENTRE DE
      *    RETOURS -- LA LIGNE N EST CREEE QUE SI LA DECLINAISON A
      *    DEJA UNE LIGNE DE STOCK AU SITE D EXPEDITION (UN ALBUM
      *    UNIQUEMENT DEMATERIALISE N A PAS DE STOCK PHYSIQUE) ; PAS
      *    DE SEUIL DE REAPPROVISIONNEMENT SUR CE SITE
       P-CREER-STOCK-RETOURS.
           SET W-ST-SITE-EXPEDITION TO TRUE
           EXEC CICS
               READ
               FILE ('STOCKG1')
               INTO (E-STOCK)
               RIDFLD (W-ST-CLE)
               KEYLENGTH (LENGTH OF W-ST-CLE)
               RESP (W-ST-RC-CICS-1)
               RESP2 (W-ST-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-NORMAL-ST
               SET W-ST-SITE-RETOURS TO TRUE
               MOVE SPACES         TO E-STOCK
               MOVE VE-CODEA       TO ST-CODEA
               MOVE VE-FORMAT      TO ST-FORMAT
               MOVE W-ST-CLE-DEPOT TO ST-DEPOT
               MOVE VE-QTE         TO ST-QTE-DISPO
               MOVE ZERO           TO ST-SEUIL-REORDER
               MOVE ZERO           TO ST-COUT-MOYEN
               MOVE VE-DATE-VENTE  TO ST-DATE-DERNIER-MVT
               EXEC CICS
                   WRITE FILE('STOCKG1')
                   FROM (E-STOCK)
                   RIDFLD (W-ST-CLE)
                   RESP (W-ST-RC-CICS-1)
                   RESP2 (W-ST-RC-CICS-2)
               END-EXEC
               IF CICS-RESP-NORMAL-ST
                   MOVE VE-QTE TO W-SM-QTE-APPLIQUEE
                   PERFORM P-JOURNALISER-MVT-STOCK
               END-IF
           END-IF
           .

      *--------------------------------------------------------------*
      *   TRACE DU MOUVEMENT DANS LE JOURNAL DES STOCKS (STKMVTG1)    *
      *   -- ALBUM, SUPPORT, SITE, HORODATAGE, NATURE, QUANTITE ET    *
      *   CLE DE LA VENTE D ORIGINE (CF STOCKMVT.cpy)                 *
      *--------------------------------------------------------------*

       P-JOURNALISER-MVT-STOCK.
           MOVE SPACES         TO E-STOCKMVT
           MOVE VE-CODEA       TO SM-CODEA
           MOVE VE-FORMAT      TO SM-FORMAT
           MOVE W-ST-CLE-DEPOT TO SM-DEPOT
           MOVE W-SM-DATE-JOUR TO SM-DATE
           MOVE W-SM-HEURE     TO SM-HEURE
           MOVE ZERO           TO SM-SEQ
                   MOVE 99 TO CV-SEQ
           END-EVALUATE
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
