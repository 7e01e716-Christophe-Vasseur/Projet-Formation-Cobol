      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      SIMULATION DES DROITS D AUTEUR D UNE VENTE HYPOTHETIQUE   *
      *                                                                *
      *      L OPERATEUR SAISIT UN ALBUM, UN SUPPORT, UNE QUANTITE,    *
      *      UN PRIX UNITAIRE ET SA DEVISE ; L ECRAN AFFICHE POUR      *
      *      CHAQUE CONTRAT NON RESILIE DE L ALBUM LE TAUX APPLIQUE    *
      *      (BAREME DU SUPPORT, A DEFAUT TAUX EN VIGUEUR DU CONTRAT), *
      *      LE DERNIER PALIER ATTEINT, L ABATTEMENT EMBALLAGE, LA     *
      *      RESERVE SUR RETOURS, ET LES DROITS BRUTS, PRECOMPTE DES   *
      *      COTISATIONS SOCIALES ET NET ESTIMES -- MEMES REGLES QUE   *
      *      ROYALRPT (DROITS) ET ROYALSET (PRECOMPTE). AUCUN FICHIER  *
      *      N EST MIS A JOUR                                          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DH3.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      * ============================================================== *
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      * ============================================================== *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      * ============================================================== *
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY MBLG1H3.
       COPY APIG1DWK.
       COPY ALBUM.
       COPY CONTRAT.
       COPY CTRADDEN.
       COPY CTRFORMT.
       COPY CTRPALIE.
       COPY TARIF.
       COPY DEVISE.
       COPY PERSONNE.
       COPY TAUXCOT.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1H3'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1H3'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DH3'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

      *    RETOUR DES COMMANDES CICS
       01 W-SM-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-OK-SM      VALUE 0.
       01 W-SM-RC-CICS-2       PIC S9(04) COMP.
       77 SCAN-GARDE-FOU       PIC 9(05) VALUE 99999.
       77 J                    PIC 9(05) VALUE 0.
       77 I                    PIC 9(02) VALUE 0.
       77 K                    PIC 9(02) VALUE 0.
       77 NB-CONTRATS          PIC 9(03) VALUE 0.

      *    DATE DU JOUR (AAAAMMJJ) -- TAUX D AVENANT ET BAREME DES
      *    COTISATIONS EN VIGUEUR A CETTE DATE
       01 W-DATE-JOUR          PIC X(08).
       01 W-DATE-JOUR-N REDEFINES W-DATE-JOUR PIC 9(08).

      *    CONTRAT EN COURS DE SIMULATION
       77 W-TAUX-VENTE         PIC 9(03)V9(04) VALUE 1.
       77 W-TAUX-BASE          PIC 9(03)V9(02) VALUE ZERO.
       77 W-TAUX-SUPPORT       PIC 9(03)V9(02) VALUE ZERO.
       77 W-TAUX-EMBALLAGE     PIC 9(02)V9(02) VALUE ZERO.
       77 W-PALIER-ATTEINT     PIC 9(02) VALUE ZERO.
       77 W-MONTANT-FACTURE    PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-BRUT       PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-ABATTEMENT PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-VENTE      PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-SIGNE      PIC S9(11)V9(02) VALUE ZERO.
       77 W-DROITS-BRUTS       PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-RESERVE    PIC 9(11)V9(02) VALUE ZERO.
       77 W-BASE-COTIS         PIC 9(11)V9(02) VALUE ZERO.
       77 W-ASSIETTE-COTIS     PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-COTIS      PIC 9(09)V9(02) VALUE ZERO.
       77 W-PRECOMPTE          PIC 9(11)V9(02) VALUE ZERO.
       77 W-DROITS-NETS        PIC 9(11)V9(02) VALUE ZERO.
       77 W-PRIX-MOYEN         PIC 9(07)V9(04) VALUE ZERO.
       77 W-ECART-POINTS       PIC S9(03)V9(02) VALUE ZERO.
       77 W-BORNE-HAUTE        PIC 9(09) VALUE ZERO.
       77 W-TRANCHE-UNITES     PIC S9(09) VALUE ZERO.

      *    INDICATEURS
       01 W-SAISIE-SW          PIC X(01) VALUE 'O'.
           88 SAISIE-VALIDE        VALUE 'O'.
           88 SAISIE-INVALIDE      VALUE 'N'.
       01 W-ASSIETTE-SW        PIC X(01) VALUE 'F'.
           88 ASSIETTE-FACTURE     VALUE 'F'.
           88 ASSIETTE-GROS        VALUE 'G'.
       01 W-PRIX-GROS-SW       PIC X(01) VALUE 'N'.
           88 PRIX-GROS-TROUVE     VALUE 'O'.
           88 PRIX-GROS-ABSENT     VALUE 'N'.
       01 W-FIN-PARCOURS-SW    PIC X(01) VALUE 'N'.
           88 FIN-PARCOURS         VALUE 'O'.
           88 NON-FIN-PARCOURS     VALUE 'N'.

      *    PALIERS DU CONTRAT, DANS L ORDRE DES NUMEROS DE PALIER
       01 W-TABLE-PALIERS.
           05 NB-PALIERS           PIC 9(02) VALUE 0.
           05 TX-PALIER OCCURS 10.
               10 TX-SEUIL             PIC 9(09).
               10 TX-TAUX-PALIER       PIC 9(03)V9(02).

      *    TAUX DE COTISATION EN VIGUEUR, UN PAR TYPE (TXCOTG1 EST
      *    CLASSE PAR TYPE PUIS DATE D EFFET : LA DERNIERE LIGNE
      *    ATTEINTE D UN TYPE REMPLACE LES PRECEDENTES)
       01 W-TABLE-COTIS.
           05 NB-COTIS             PIC 9(02) VALUE 0.
           05 TC-COTIS OCCURS 20.
               10 TC-CODE-COTIS        PIC X(04).
               10 TC-TAUX              PIC 9(02)V9(04).
               10 TC-ASSIETTE-PCT      PIC 9(03)V9(02).

      *    TOTAUX DE L ALBUM (TOUS CONTRATS, AFFICHES OU NON)
       77 W-TOTAL-BRUT         PIC 9(09)V9(02) VALUE ZERO.
       77 W-TOTAL-PRECOMPTE    PIC 9(09)V9(02) VALUE ZERO.
       77 W-TOTAL-NET          PIC 9(09)V9(02) VALUE ZERO.

      *    LIGNE DE LISTE COMPOSEE AVANT AFFICHAGE
       01 O-SM-LIGNE.
           05 O-SM-CODEP           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-SIREN           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-TAUX            PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-PALIER          PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-EMBALLAGE       PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-RESERVE         PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-BRUT            PIC Z(8)9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-PRECOMPTE       PIC Z(6)9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-SM-NET             PIC Z(8)9,99.
           05 FILLER               PIC X(01) VALUE SPACE.

      *    MESSAGES PROPRES A L ECRAN
       01 ERR-SUPPORT          PIC X(40)
           VALUE 'SUPPORT A SAISIR : C, V OU N'.
       01 ERR-ALBUM-INCONNU    PIC X(40)
           VALUE 'ALBUM INCONNU'.
       01 ERR-DEVISE-INCONNUE  PIC X(40)
           VALUE 'DEVISE INCONNUE'.
       01 ERR-SANS-CONTRAT     PIC X(40)
           VALUE 'AUCUN CONTRAT EN COURS SUR CET ALBUM'.
       01 MSG-SIMULATION       PIC X(50)
           VALUE 'SIMULATION SANS MISE A JOUR, CONTRATS : '.
       01 MSG-SIMULATION-R REDEFINES MSG-SIMULATION.
           05 FILLER               PIC X(40).
           05 MSG-NB-CONTRATS      PIC ZZ9.
           05 FILLER               PIC X(07).

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
           MOVE 'DH3001' TO W-TITRE-ID
           MOVE 'SIMULATION DES DROITS D''AUTEUR' TO TITRFLDO
                                                     W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           PERFORM P-ERASE-LIST
           PERFORM P-CONTROLER-SAISIE
           IF SAISIE-VALIDE
               PERFORM P-LIRE-ALBUM
           END-IF
           IF SAISIE-VALIDE
               PERFORM P-LIRE-DEVISE
           END-IF
           IF SAISIE-VALIDE
               PERFORM P-SIMULER-ALBUM
           END-IF
           .

       P-CONTROLER-SAISIE.
           SET SAISIE-VALIDE TO TRUE
           EVALUATE TRUE
               WHEN CODEAI = LOW-VALUE OR SPACES
                   MOVE ERR-NO-CHOICE TO MSGFLDO
                   SET SAISIE-INVALIDE TO TRUE
               WHEN FORMATI NOT = 'C' AND FORMATI NOT = 'V'
                       AND FORMATI NOT = 'N'
                   MOVE 'DH3002' TO W-MSG-ID
                   MOVE ERR-SUPPORT TO MSGFLDO
                                       W-MSG-DEFAUT
                   SET SAISIE-INVALIDE TO TRUE
               WHEN QTEI NOT NUMERIC OR PRIXI NOT NUMERIC
                   MOVE ERR-INVALID-AMOUNT TO MSGFLDO
                   SET SAISIE-INVALIDE TO TRUE
               WHEN QTEI = ZERO OR PRIXI = ZERO
                   MOVE ERR-INVALID-AMOUNT TO MSGFLDO
                   SET SAISIE-INVALIDE TO TRUE
           END-EVALUATE
           .

       P-LIRE-ALBUM.
           MOVE CODEAI TO AL-CODEA
           EXEC CICS
               READ
               FILE ('ALBUMG1')
               INTO (E-ALBUM)
               RIDFLD (AL-CODEA)
               KEYLENGTH (LENGTH OF AL-CODEA)
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM
               MOVE AL-TITREA TO TITREAO
           ELSE
               MOVE 'DH3003' TO W-MSG-ID
               MOVE ERR-ALBUM-INCONNU TO MSGFLDO
                                         W-MSG-DEFAUT
               SET SAISIE-INVALIDE TO TRUE
           END-IF
           .

      *    TAUX COURANT DE LA DEVISE SAISIE VERS L EURO -- LA VENTE
      *    SIMULEE N A PAS DE DATE, LE TAUX HISTORIQUE NE S APPLIQUE
      *    PAS ; UNE DEVISE A BLANC VAUT EURO
       P-LIRE-DEVISE.
           MOVE 1 TO W-TAUX-VENTE
           IF DEVISEI NOT = LOW-VALUE AND DEVISEI NOT = SPACES
               MOVE DEVISEI TO DV-DEVISE
               EXEC CICS
                   READ
                   FILE ('DEVISEG1')
                   INTO (E-DEVISE)
                   RIDFLD (DV-DEVISE)
                   KEYLENGTH (LENGTH OF DV-DEVISE)
                   RESP (W-SM-RC-CICS-1)
                   RESP2 (W-SM-RC-CICS-2)
               END-EXEC
               IF CICS-RESP-OK-SM
                   MOVE DV-TAUX TO W-TAUX-VENTE
               ELSE
                   MOVE 'DH3004' TO W-MSG-ID
                   MOVE ERR-DEVISE-INCONNUE TO MSGFLDO
                                               W-MSG-DEFAUT
                   SET SAISIE-INVALIDE TO TRUE
               END-IF
           END-IF
           MOVE W-TAUX-VENTE TO TXCHGO
           .

      *    CONTRATS DE L ALBUM PARCOURUS PAR PREFIXE DE CLE CODEA ;
      *    LES CONTRATS RESILIES NE GENERENT PLUS DE DROITS. LES
      *    TOTAUX PORTENT SUR TOUS LES CONTRATS, MEME AU-DELA DES DIX
      *    LIGNES AFFICHEES
       P-SIMULER-ALBUM.
           PERFORM P-DATE-JOUR
           PERFORM P-CHARGER-COTISATIONS
           COMPUTE W-MONTANT-FACTURE ROUNDED =
               PRIXI * QTEI * W-TAUX-VENTE
           MOVE W-MONTANT-FACTURE TO MTVENTO
           MOVE ZERO TO W-TOTAL-BRUT
           MOVE ZERO TO W-TOTAL-PRECOMPTE
           MOVE ZERO TO W-TOTAL-NET
           MOVE ZERO TO NB-CONTRATS
           MOVE 0 TO I
           MOVE 0 TO J
           MOVE LOW-VALUE TO E-CONTRAT
           MOVE CODEAI    TO E-CO-CODEA
           EXEC CICS
               STARTBR
               FILE ('CONTRAG1')
               RIDFLD (E-CO-KEY)
               KEYLENGTH (LENGTH OF E-CO-KEY)
               GTEQ
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM
               SET NON-FIN-PARCOURS TO TRUE
               PERFORM UNTIL
                   FIN-PARCOURS OR
                   J > SCAN-GARDE-FOU
                   ADD 1 TO J
                   EXEC CICS READNEXT
                       FILE ('CONTRAG1')
                       INTO (E-CONTRAT)
                       LENGTH (LENGTH OF E-CONTRAT)
                       RIDFLD (E-CO-KEY)
                       KEYLENGTH (LENGTH OF E-CO-KEY)
                       RESP (W-SM-RC-CICS-1)
                       RESP2 (W-SM-RC-CICS-2)
                   END-EXEC
                   IF NOT CICS-RESP-OK-SM OR E-CO-CODEA NOT = CODEAI
                       SET FIN-PARCOURS TO TRUE
                   ELSE
                       IF NOT E-CO-RESILIE
                           PERFORM P-SIMULER-CONTRAT
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('CONTRAG1')
                   RESP (W-SM-RC-CICS-1)
                   RESP2 (W-SM-RC-CICS-2)
               END-EXEC
           END-IF
           MOVE W-TOTAL-BRUT      TO TOTBRUO
           MOVE W-TOTAL-PRECOMPTE TO TOTPREO
           MOVE W-TOTAL-NET       TO TOTNETO
           IF NB-CONTRATS = ZERO
               MOVE 'DH3005' TO W-MSG-ID
               MOVE ERR-SANS-CONTRAT TO MSGFLDO
                                        W-MSG-DEFAUT
           ELSE
               MOVE NB-CONTRATS TO MSG-NB-CONTRATS
               MOVE MSG-SIMULATION TO MSGFLDO
           END-IF
           .

       P-DATE-JOUR.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (W-DATE-JOUR)
           END-EXEC
           .

      *    DROITS D UN CONTRAT SUR LA VENTE SIMULEE -- MEME CALCUL QUE
      *    ROYALRPT : BAREME DU SUPPORT (TAUX, ASSIETTE, ABATTEMENT),
      *    A DEFAUT TAUX EN VIGUEUR SUR LE PRIX FACTURE, PUIS ECART DE
      *    POINTS DE CHAQUE PALIER SUR LA TRANCHE D UNITES QU IL
      *    COUVRE. LA VENTE SIMULEE EST PRISE SEULE : LES UNITES DEJA
      *    VENDUES NE SONT PAS CUMULEES POUR LES PALIERS
       P-SIMULER-CONTRAT.
           ADD 1 TO NB-CONTRATS
           PERFORM P-TAUX-EN-VIGUEUR
           PERFORM P-LIRE-BAREME
           PERFORM P-VALORISER-VENTE
           COMPUTE W-MONTANT-SIGNE ROUNDED =
               W-MONTANT-VENTE * W-TAUX-SUPPORT / 100
           PERFORM P-CHARGER-PALIERS
           MOVE ZERO TO W-PALIER-ATTEINT
           IF NB-PALIERS > ZERO
               COMPUTE W-PRIX-MOYEN ROUNDED =
                   W-MONTANT-VENTE / QTEI
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > NB-PALIERS
                   PERFORM P-APPLIQUER-PALIER
               END-PERFORM
           END-IF
           IF W-MONTANT-SIGNE < ZERO
               MOVE ZERO TO W-DROITS-BRUTS
           ELSE
               MOVE W-MONTANT-SIGNE TO W-DROITS-BRUTS
           END-IF
           COMPUTE W-MONTANT-RESERVE ROUNDED =
               W-DROITS-BRUTS * E-CO-TAUX-RESERVE / 100
           PERFORM P-CALCULER-PRECOMPTE
           COMPUTE W-DROITS-NETS =
               W-DROITS-BRUTS - W-MONTANT-RESERVE - W-PRECOMPTE
           ADD W-DROITS-BRUTS TO W-TOTAL-BRUT
           ADD W-PRECOMPTE    TO W-TOTAL-PRECOMPTE
           ADD W-DROITS-NETS  TO W-TOTAL-NET
           PERFORM P-AJOUTER-LIGNE
           .

      *    TAUX DU CONTRAT EN VIGUEUR CE JOUR -- DERNIER AVENANT PRIS
      *    D EFFET, A DEFAUT LE TAUX DU CONTRAT
       P-TAUX-EN-VIGUEUR.
           MOVE E-CO-DROITS TO W-TAUX-BASE
           MOVE LOW-VALUE  TO E-CTRADDEN
           MOVE E-CO-CODEA TO CA-CODEA
           MOVE E-CO-CODEP TO CA-CODEP
           MOVE E-CO-SIREN TO CA-SIREN
           EXEC CICS
               STARTBR
               FILE ('CTRADDG1')
               RIDFLD (CA-KEY)
               KEYLENGTH (LENGTH OF CA-KEY)
               GTEQ
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM
               SET NON-FIN-PARCOURS TO TRUE
               PERFORM UNTIL FIN-PARCOURS
                   EXEC CICS READNEXT
                       FILE ('CTRADDG1')
                       INTO (E-CTRADDEN)
                       LENGTH (LENGTH OF E-CTRADDEN)
                       RIDFLD (CA-KEY)
                       KEYLENGTH (LENGTH OF CA-KEY)
                       RESP (W-SM-RC-CICS-1)
                       RESP2 (W-SM-RC-CICS-2)
                   END-EXEC
                   IF NOT CICS-RESP-OK-SM
                           OR CA-CODEA NOT = E-CO-CODEA
                           OR CA-CODEP NOT = E-CO-CODEP
                           OR CA-SIREN NOT = E-CO-SIREN
                           OR CA-DATE-EFFET > W-DATE-JOUR
                       SET FIN-PARCOURS TO TRUE
                   ELSE
                       MOVE CA-DROITS TO W-TAUX-BASE
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('CTRADDG1')
                   RESP (W-SM-RC-CICS-1)
                   RESP2 (W-SM-RC-CICS-2)
               END-EXEC
           END-IF
      *    LE PARCOURS DES CONTRATS RESTE OUVERT : SON INDICATEUR DE
      *    FIN EST REMIS EN PLACE
           SET NON-FIN-PARCOURS TO TRUE
           .

      *    BAREME DU SUPPORT SAISI (CTRFMTG1) -- UN SUPPORT SANS
      *    BAREME RESTE AU TAUX DU CONTRAT, SUR LE PRIX FACTURE, SANS
      *    ABATTEMENT
       P-LIRE-BAREME.
           MOVE W-TAUX-BASE TO W-TAUX-SUPPORT
           MOVE ZERO        TO W-TAUX-EMBALLAGE
           SET ASSIETTE-FACTURE TO TRUE
           MOVE E-CO-CODEA TO FR-CODEA
           MOVE E-CO-CODEP TO FR-CODEP
           MOVE E-CO-SIREN TO FR-SIREN
           MOVE FORMATI    TO FR-FORMAT
           EXEC CICS
               READ
               FILE ('CTRFMTG1')
               INTO (E-CTRFORMAT)
               RIDFLD (FR-CLE)
               KEYLENGTH (LENGTH OF FR-CLE)
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM
               MOVE FR-TAUX TO W-TAUX-SUPPORT
               IF FR-FORMAT-PHYSIQUE
                   MOVE FR-TAUX-EMBALLAGE TO W-TAUX-EMBALLAGE
               END-IF
               IF FR-ASSIETTE-GROS
                   SET ASSIETTE-GROS TO TRUE
               END-IF
           END-IF
           .

      *    ASSIETTE DE LA VENTE -- PRIX DE GROS DU TARIF CATALOGUE SI
      *    LE BAREME LE DEMANDE ET QU IL EXISTE, SINON PRIX SAISI
      *    CONVERTI EN EUROS ; L ABATTEMENT EMBALLAGE EN EST DEDUIT
       P-VALORISER-VENTE.
           SET PRIX-GROS-ABSENT TO TRUE
           IF ASSIETTE-GROS
               PERFORM P-LIRE-PRIX-GROS
           END-IF
           IF PRIX-GROS-TROUVE
               COMPUTE W-MONTANT-BRUT = LP-PRIX-LISTE * QTEI
           ELSE
               MOVE W-MONTANT-FACTURE TO W-MONTANT-BRUT
           END-IF
           COMPUTE W-MONTANT-ABATTEMENT ROUNDED =
               W-MONTANT-BRUT * W-TAUX-EMBALLAGE / 100
           COMPUTE W-MONTANT-VENTE =
               W-MONTANT-BRUT - W-MONTANT-ABATTEMENT
           .

      *    PRIX DU SUPPORT, A DEFAUT PRIX TOUS SUPPORTS (SUPPORT A
      *    BLANC)
       P-LIRE-PRIX-GROS.
           MOVE CODEAI  TO LP-CODEA
           MOVE FORMATI TO LP-FORMAT
           EXEC CICS
               READ
               FILE ('TARIFG1')
               INTO (E-TARIF)
               RIDFLD (LP-CLE)
               KEYLENGTH (LENGTH OF LP-CLE)
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF NOT CICS-RESP-OK-SM
               MOVE CODEAI TO LP-CODEA
               MOVE SPACE  TO LP-FORMAT
               EXEC CICS
                   READ
                   FILE ('TARIFG1')
                   INTO (E-TARIF)
                   RIDFLD (LP-CLE)
                   KEYLENGTH (LENGTH OF LP-CLE)
                   RESP (W-SM-RC-CICS-1)
                   RESP2 (W-SM-RC-CICS-2)
               END-EXEC
           END-IF
           IF CICS-RESP-OK-SM
               SET PRIX-GROS-TROUVE TO TRUE
           END-IF
           .

      *    PALIERS DU CONTRAT (CTRPALG1) PARCOURUS PAR PREFIXE DE CLE
      *    CONTRAT, DANS L ORDRE DES NUMEROS
       P-CHARGER-PALIERS.
           MOVE ZERO       TO NB-PALIERS
           MOVE LOW-VALUE  TO E-CTRPALIER
           MOVE E-CO-CODEA TO PX-CODEA
           MOVE E-CO-CODEP TO PX-CODEP
           MOVE E-CO-SIREN TO PX-SIREN
           MOVE ZERO       TO PX-NUM-PALIER
           EXEC CICS
               STARTBR
               FILE ('CTRPALG1')
               RIDFLD (PX-CLE)
               KEYLENGTH (LENGTH OF PX-CLE)
               GTEQ
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM
               SET NON-FIN-PARCOURS TO TRUE
               PERFORM UNTIL FIN-PARCOURS
                   EXEC CICS READNEXT
                       FILE ('CTRPALG1')
                       INTO (E-CTRPALIER)
                       LENGTH (LENGTH OF E-CTRPALIER)
                       RIDFLD (PX-CLE)
                       KEYLENGTH (LENGTH OF PX-CLE)
                       RESP (W-SM-RC-CICS-1)
                       RESP2 (W-SM-RC-CICS-2)
                   END-EXEC
                   IF NOT CICS-RESP-OK-SM
                           OR PX-CODEA NOT = E-CO-CODEA
                           OR PX-CODEP NOT = E-CO-CODEP
                           OR PX-SIREN NOT = E-CO-SIREN
                           OR NB-PALIERS NOT < 10
                       SET FIN-PARCOURS TO TRUE
                   ELSE
                       ADD 1 TO NB-PALIERS
                       MOVE PX-SEUIL-UNITES TO TX-SEUIL (NB-PALIERS)
                       MOVE PX-TAUX TO TX-TAUX-PALIER (NB-PALIERS)
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('CTRPALG1')
                   RESP (W-SM-RC-CICS-1)
                   RESP2 (W-SM-RC-CICS-2)
               END-EXEC
           END-IF
           SET NON-FIN-PARCOURS TO TRUE
           .

      *    TRANCHE D UNITES DE LA VENTE SIMULEE (DE 0 A QTEI) COUVERTE
      *    PAR LE PALIER K, VALORISEE AU PRIX MOYEN PAR L ECART DE
      *    POINTS ENTRE LE TAUX DU PALIER ET LE TAUX DU CONTRAT
       P-APPLIQUER-PALIER.
           IF K < NB-PALIERS
               MOVE TX-SEUIL (K + 1) TO W-BORNE-HAUTE
           ELSE
               MOVE 999999999 TO W-BORNE-HAUTE
           END-IF
           IF QTEI < W-BORNE-HAUTE
               MOVE QTEI TO W-BORNE-HAUTE
           END-IF
           COMPUTE W-TRANCHE-UNITES = W-BORNE-HAUTE - TX-SEUIL (K)
           IF W-TRANCHE-UNITES > ZERO
               MOVE K TO W-PALIER-ATTEINT
               COMPUTE W-ECART-POINTS =
                   TX-TAUX-PALIER (K) - W-TAUX-BASE
               COMPUTE W-MONTANT-SIGNE ROUNDED =
                   W-MONTANT-SIGNE +
                   (W-TRANCHE-UNITES * W-PRIX-MOYEN
                       * W-ECART-POINTS / 100)
           END-IF
           .

      *    BAREME DES COTISATIONS EN VIGUEUR CE JOUR (TXCOTG1) -- LA
      *    LIGNE D UN TYPE DONT LA DATE D EFFET EST ATTEINTE REMPLACE
      *    CELLE DU MEME TYPE DEJA RETENUE
       P-CHARGER-COTISATIONS.
           MOVE ZERO      TO NB-COTIS
           MOVE LOW-VALUE TO TX-CLE
           EXEC CICS
               STARTBR
               FILE ('TXCOTG1')
               RIDFLD (TX-CLE)
               KEYLENGTH (LENGTH OF TX-CLE)
               GTEQ
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM
               SET NON-FIN-PARCOURS TO TRUE
               PERFORM UNTIL FIN-PARCOURS
                   EXEC CICS READNEXT
                       FILE ('TXCOTG1')
                       INTO (E-TAUXCOT)
                       LENGTH (LENGTH OF E-TAUXCOT)
                       RIDFLD (TX-CLE)
                       KEYLENGTH (LENGTH OF TX-CLE)
                       RESP (W-SM-RC-CICS-1)
                       RESP2 (W-SM-RC-CICS-2)
                   END-EXEC
                   IF NOT CICS-RESP-OK-SM
                       SET FIN-PARCOURS TO TRUE
                   ELSE
                       IF TX-DATE-EFFET NOT > W-DATE-JOUR-N
                           PERFORM P-RETENIR-COTISATION
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('TXCOTG1')
                   RESP (W-SM-RC-CICS-1)
                   RESP2 (W-SM-RC-CICS-2)
               END-EXEC
           END-IF
           .

       P-RETENIR-COTISATION.
           IF NB-COTIS > ZERO
                   AND TC-CODE-COTIS (NB-COTIS) = TX-CODE-COTIS
               CONTINUE
           ELSE
               IF NB-COTIS < 20
                   ADD 1 TO NB-COTIS
               END-IF
           END-IF
           MOVE TX-CODE-COTIS   TO TC-CODE-COTIS (NB-COTIS)
           MOVE TX-TAUX         TO TC-TAUX (NB-COTIS)
           MOVE TX-ASSIETTE-PCT TO TC-ASSIETTE-PCT (NB-COTIS)
           .

      *    PRECOMPTE DES COTISATIONS SOCIALES SUR LA PART VERSEE (LA
      *    RESERVE SERA SOUMISE A SA LIBERATION) -- AYANT DROIT
      *    EXONERE : AUCUN PRECOMPTE ; AYANT DROIT ABSENT DE PERSONG1 :
      *    ASSUJETTI, COMME DANS ROYALSET
       P-CALCULER-PRECOMPTE.
           MOVE ZERO TO W-PRECOMPTE
           MOVE E-CO-CODEP TO PE-CODEP
           EXEC CICS
               READ
               FILE ('PERSONG1')
               INTO (E-PERSONNE)
               RIDFLD (PE-CODEP)
               KEYLENGTH (LENGTH OF PE-CODEP)
               RESP (W-SM-RC-CICS-1)
               RESP2 (W-SM-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-SM AND PE-EXONERE
               CONTINUE
           ELSE
               COMPUTE W-BASE-COTIS =
                   W-DROITS-BRUTS - W-MONTANT-RESERVE
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > NB-COTIS
                   COMPUTE W-ASSIETTE-COTIS ROUNDED =
                       W-BASE-COTIS * TC-ASSIETTE-PCT (K) / 100
                   COMPUTE W-MONTANT-COTIS ROUNDED =
                       W-ASSIETTE-COTIS * TC-TAUX (K) / 100
                   ADD W-MONTANT-COTIS TO W-PRECOMPTE
               END-PERFORM
           END-IF
           .

       P-AJOUTER-LIGNE.
           IF I < 10
               MOVE E-CO-CODEP        TO O-SM-CODEP
               MOVE E-CO-SIREN        TO O-SM-SIREN
               MOVE W-TAUX-SUPPORT    TO O-SM-TAUX
               MOVE W-PALIER-ATTEINT  TO O-SM-PALIER
               MOVE W-TAUX-EMBALLAGE  TO O-SM-EMBALLAGE
               MOVE E-CO-TAUX-RESERVE TO O-SM-RESERVE
               MOVE W-DROITS-BRUTS    TO O-SM-BRUT
               MOVE W-PRECOMPTE       TO O-SM-PRECOMPTE
               MOVE W-DROITS-NETS     TO O-SM-NET
               ADD 1 TO I
               EVALUATE I
                   WHEN  1 MOVE O-SM-LIGNE TO ITEM01O
                   WHEN  2 MOVE O-SM-LIGNE TO ITEM02O
                   WHEN  3 MOVE O-SM-LIGNE TO ITEM03O
                   WHEN  4 MOVE O-SM-LIGNE TO ITEM04O
                   WHEN  5 MOVE O-SM-LIGNE TO ITEM05O
                   WHEN  6 MOVE O-SM-LIGNE TO ITEM06O
                   WHEN  7 MOVE O-SM-LIGNE TO ITEM07O
                   WHEN  8 MOVE O-SM-LIGNE TO ITEM08O
                   WHEN  9 MOVE O-SM-LIGNE TO ITEM09O
                   WHEN 10 MOVE O-SM-LIGNE TO ITEM10O
               END-EVALUATE
           END-IF
           .

       P-ERASE-LIST.
           MOVE SPACES TO
               ITEM01O ITEM02O ITEM03O ITEM04O ITEM05O
               ITEM06O ITEM07O ITEM08O ITEM09O ITEM10O
               TITREAO
           MOVE ZERO TO TXCHGO MTVENTO TOTBRUO TOTPREO TOTNETO
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
