      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE FUSION DES FLUX PARALLELES DE ROYALRPT          *
      *                                                                *
      *       ROYALRPT LANCE EN MODE TRANCHE (UN FLUX PAR TRANCHE DE   *
      *       CODES ALBUM) DEPOSE SES ECRITURES DANS UN FICHIER        *
      *       PARTIEL (CF ROYALPRT.cpy). LES FICHIERS PARTIELS DE      *
      *       TOUS LES FLUX, CONCATENES EN ENTREE (DDROYPRT) DANS UN   *
      *       ORDRE QUELCONQUE, SONT TRIES PAR DEBUT DE TRANCHE ET     *
      *       NUMERO D ORDRE, PUIS :                                   *
      *         1. CONTROLE DE COUVERTURE -- CHAQUE FLUX EST ALLE AU   *
      *            BOUT (ENREGISTREMENT DE CONTROLE PRESENT), LES      *
      *            TRANCHES SE SUIVENT SANS TROU NI CHEVAUCHEMENT DU   *
      *            PREMIER AU DERNIER CODE ALBUM, TOUTES SUR LA MEME   *
      *            PERIODE, ET LE NOMBRE DE CONTRATS LUS PAR LES FLUX  *
      *            EST CELUI DU FICHIER CONTRAT : CHAQUE CLE A ETE     *
      *            TRAITEE UNE FOIS ET UNE SEULE ;                     *
      *         2. SI LE CONTROLE EST BON, ECRITURE DE L EXTRAIT       *
      *            PAYABLE (DDROYALX) DANS L ORDRE DES CONTRATS,       *
      *            ALIMENTATION DU GRAND LIVRE ET DES RESERVES, ET     *
      *            RAPPORT DE FIN CUMULANT CEUX DES FLUX -- LE TOUT    *
      *            IDENTIQUE A UNE PASSE UNIQUE DE ROYALRPT.           *
      *       CONTROLE EN ECHEC : AUCUNE MISE A JOUR, LES FLUX EN      *
      *       CAUSE SONT A RELANCER AVANT DE REPASSER LA FUSION        *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYALMRG.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.

      * ============================================================== *
      *                                                                *
      *                      ENVIRONMENT DIVISION                      *
      *                                                                *
      * ============================================================== *

       ENVIRONMENT DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                     CONFIGURATION SECTION                      *
      *                                                                *
      * -------------------------------------------------------------- *

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      * -------------------------------------------------------------- *
      *                                                                *
      *                      INPUT-OUTPUT SECTION                      *
      *                                                                *
      * -------------------------------------------------------------- *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    FICHIERS PARTIELS DE TOUS LES FLUX, CONCATENES
           SELECT PARTIEL-FILE
               ASSIGN TO DDROYPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PI-STATUS
               .

      *    TRI PAR DEBUT DE TRANCHE + NUMERO D ORDRE
           SELECT SORT-WORK
               ASSIGN TO DDSTWORK
               .

      *    FICHIERS PARTIELS TRIES, RELUS PAR LE CONTROLE PUIS PAR LA
      *    MISE A JOUR
           SELECT TRIE-FILE
               ASSIGN TO DDROYTRI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PT-STATUS
               .

      *    FICHIER CONTRAT -- DENOMBRE POUR LE CONTROLE DE COUVERTURE
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

      *    EXTRAIT PAYABLE DE LA PASSE (CF ROYALX.cpy)
           SELECT ROYALX-FILE
               ASSIGN TO DDROYALX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RX-STATUS
               .

      *    GRAND LIVRE DES DROITS (CF ROYALLDG.cpy)
           SELECT ROYALLDG-KSDS
               ASSIGN TO DDROYLDG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS F-RL-STATUS
               .

      *    RESERVES SUR RETOURS (CF RESERVE.cpy)
           SELECT RESERVE-KSDS
               ASSIGN TO DDRESERV
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RV-CLE
               FILE STATUS F-RV-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                          FILE SECTION                          *
      *                                                                *
      * -------------------------------------------------------------- *

       FILE SECTION.

       FD PARTIEL-FILE
           RECORD 104 CHARACTERS
           DATA RECORD IS E-PARTIEL-ENTREE
           .

       01 E-PARTIEL-ENTREE         PIC X(104).

       SD SORT-WORK
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS SD-PARTIEL
           .

       01 SD-PARTIEL.
           05 SD-PT-ALB-DEBUT       PIC X(06).
           05 SD-PT-SEQ             PIC 9(07).
           05 FILLER                PIC X(91).

       FD TRIE-FILE
           RECORD 104 CHARACTERS
           DATA RECORD IS E-ROYALPRT
           .

       COPY ROYALPRT.

       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

       01 E-CONTRAT.
           05 E-CO-KEY              PIC X(17).
           05 FILLER                PIC X(63).

       FD ROYALX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALX
           .

       COPY ROYALX.

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

       COPY ROYALLDG.

       FD RESERVE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RESERVE
           .

       COPY RESERVE.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-PI-STATUS             PIC X(02) VALUE '00'.
       77 F-PT-STATUS             PIC X(02) VALUE '00'.
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-RX-STATUS             PIC X(02) VALUE '00'.
       77 F-RL-STATUS             PIC X(02) VALUE '00'.
       77 F-RV-STATUS             PIC X(02) VALUE '00'.

      * CLE DU DERNIER ENREGISTREMENT RETENU -- UNE ECRITURE REFAITE
      * APRES REPRISE D UN FLUX REVIENT AVEC LA MEME CLE ET EST
      * ECARTEE
       01 W-CLE-PRECEDENTE.
           05 W-CP-ALB-DEBUT          PIC X(06).
           05 W-CP-SEQ                PIC 9(07).
       01 W-CLE-COURANTE.
           05 W-CC-ALB-DEBUT          PIC X(06).
           05 W-CC-SEQ                PIC 9(07).

      * CONTROLE DE COUVERTURE -- DEBUT ATTENDU DE LA TRANCHE SUIVANTE
      * (FIN DE LA PRECEDENTE), TRANCHE EN COURS DE LECTURE ET
      * PERIODE COMMUNE DES FLUX
       77 W-DEBUT-ATTENDU         PIC X(06) VALUE SPACES.
       77 W-TRANCHE-EN-COURS      PIC X(06) VALUE SPACES.
       77 W-PERIODE-FLUX          PIC 9(06) VALUE ZERO.
       01 DERNIERE-TRANCHE-IND    PIC 9 VALUE 2.
           88 DERNIERE-TRANCHE-VUE    VALUE 1.
           88 DERNIERE-TRANCHE-NON-VUE VALUE 2.
       01 CONTROLE-VU-IND         PIC 9 VALUE 2.
           88 CONTROLE-VU             VALUE 1.
           88 CONTROLE-NON-VU         VALUE 2.
       01 COUVERTURE-IND          PIC 9 VALUE 1.
           88 COUVERTURE-OK           VALUE 1.
           88 COUVERTURE-KO           VALUE 2.
       01 PREMIER-ENRG-IND        PIC 9 VALUE 1.
           88 PREMIER-ENRG            VALUE 1.
           88 ENRG-SUIVANT            VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT -- CUMULS DES
      * FLUX (MEMES RUBRIQUES QUE ROYALRPT) ET CONTROLES DE LA FUSION
       77 NB-TRANCHES             PIC 9(03) VALUE ZERO.
       77 NB-CONTRATS-LUS         PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-FICHIER     PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS             PIC 9(07) VALUE ZERO.
       77 TOTAL-DROITS-DUS        PIC 9(11)V9(02) VALUE ZERO.
       77 NB-LIGNES-MERCH         PIC 9(07) VALUE ZERO.
       77 NB-PRIX-GROS-ABSENTS    PIC 9(07) VALUE ZERO.
       77 NB-LEDGER-REJETS        PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXTRAIT       PIC 9(07) VALUE ZERO.
       77 NB-RESERVES-RETENUES    PIC 9(07) VALUE ZERO.
       77 NB-RESERVES-LIBEREES    PIC 9(07) VALUE ZERO.
       77 NB-DOUBLONS-REPRISE     PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-TRIE-IND            PIC 9.
           88 FIN-TRIE                VALUE 1.
           88 NON-FIN-TRIE            VALUE 2.
       01 FIN-CONTRAT-IND         PIC 9.
           88 FIN-CONTRAT             VALUE 1.
           88 NON-FIN-CONTRAT         VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
      *                        LINKAGE SECTION                         *
      *                                                                *
      * -------------------------------------------------------------- *

       LINKAGE SECTION.

      * ============================================================== *
      *                                                                *
      *                       PROCEDURE DIVISION                       *
      *                                                                *
      * ============================================================== *

       PROCEDURE DIVISION.

       INITIALISATION.
           SET FIN-TRIE TO TRUE
           SET FIN-CONTRAT TO TRUE
           SORT SORT-WORK
               ON ASCENDING KEY SD-PT-ALB-DEBUT
               ON ASCENDING KEY SD-PT-SEQ
               USING PARTIEL-FILE
               GIVING TRIE-FILE
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERREUR TRI DES FICHIERS PARTIELS'
               DISPLAY 'CODE RETOUR = ' SORT-RETURN
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALMRG - FUSION DES FLUX DE ROYALRPT'
           DISPLAY '---------------------------------------------'

           PERFORM CONTROLER-COUVERTURE
           IF COUVERTURE-KO
               DISPLAY '*** COUVERTURE DES TRANCHES EN ECHEC, AUCUNE '
                   'MISE A JOUR ***'
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM APPLIQUER-ECRITURES
           PERFORM FIN-TRAITEMENT
           .

      *    PREMIERE LECTURE DU FICHIER TRIE : SEULS LES
      *    ENREGISTREMENTS DE CONTROLE SONT EXPLOITES, ET CHAQUE
      *    CHANGEMENT DE TRANCHE VERIFIE QUE LA PRECEDENTE EN AVAIT UN
       CONTROLER-COUVERTURE.
           OPEN INPUT TRIE-FILE
           IF F-PT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PARTIEL TRIE'
               DISPLAY 'CODE ERREUR = ' F-PT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET PREMIER-ENRG TO TRUE
           SET CONTROLE-VU TO TRUE
           PERFORM LECTURE-ENRG-TRIE
           PERFORM UNTIL FIN-TRIE
               IF PREMIER-ENRG
                       OR PT-ALB-DEBUT NOT = W-TRANCHE-EN-COURS
                   PERFORM CHANGER-TRANCHE
               END-IF
               IF PT-CONTROLE
                   PERFORM CONTROLER-TRANCHE
               END-IF
               PERFORM LECTURE-ENRG-TRIE
           END-PERFORM
           CLOSE TRIE-FILE
           IF CONTROLE-NON-VU
               DISPLAY 'FLUX INACHEVE (PAS D ENREGISTREMENT DE '
                   'CONTROLE) : TRANCHE ' W-TRANCHE-EN-COURS
               SET COUVERTURE-KO TO TRUE
           END-IF
           IF NB-TRANCHES = ZERO
               DISPLAY 'AUCUN FLUX TERMINE EN ENTREE'
               SET COUVERTURE-KO TO TRUE
           END-IF
           IF DERNIERE-TRANCHE-NON-VUE AND NB-TRANCHES > ZERO
               DISPLAY 'TRANCHES ARRETEES AU CODE ALBUM '
                   W-DEBUT-ATTENDU ', FIN DU FICHIER NON COUVERTE'
               SET COUVERTURE-KO TO TRUE
           END-IF
           PERFORM DENOMBRER-CONTRATS
           IF NB-CONTRATS-FICHIER NOT = NB-CONTRATS-LUS
               DISPLAY 'CONTRATS LUS PAR LES FLUX : ' NB-CONTRATS-LUS
                   ' / AU FICHIER : ' NB-CONTRATS-FICHIER
               SET COUVERTURE-KO TO TRUE
           END-IF
           .

       CHANGER-TRANCHE.
           IF CONTROLE-NON-VU
               DISPLAY 'FLUX INACHEVE (PAS D ENREGISTREMENT DE '
                   'CONTROLE) : TRANCHE ' W-TRANCHE-EN-COURS
               SET COUVERTURE-KO TO TRUE
           END-IF
           MOVE PT-ALB-DEBUT TO W-TRANCHE-EN-COURS
           SET CONTROLE-NON-VU TO TRUE
           SET ENRG-SUIVANT TO TRUE
           .

      *    LA TRANCHE DOIT COMMENCER OU LA PRECEDENTE S EST ARRETEE
      *    (LA PREMIERE AU DEBUT DU FICHIER), ET AUCUNE NE PEUT SUIVRE
      *    CELLE QUI VA JUSQU A LA FIN
       CONTROLER-TRANCHE.
           SET CONTROLE-VU TO TRUE
           ADD 1 TO NB-TRANCHES
           DISPLAY 'TRANCHE [' PT-C-ALB-DEBUT ', ' PT-C-ALB-FIN
               '[ : ' PT-C-NB-CONTRATS-LUS ' CONTRATS LUS'
           IF DERNIERE-TRANCHE-VUE
               DISPLAY 'TRANCHE AU-DELA DE LA FIN DU FICHIER : '
                   PT-C-ALB-DEBUT
               SET COUVERTURE-KO TO TRUE
           END-IF
           IF PT-C-ALB-DEBUT NOT = W-DEBUT-ATTENDU
               DISPLAY 'TROU OU CHEVAUCHEMENT : TRANCHE ATTENDUE A '
                   'PARTIR DE [' W-DEBUT-ATTENDU '], RECUE A PARTIR '
                   'DE [' PT-C-ALB-DEBUT ']'
               SET COUVERTURE-KO TO TRUE
           END-IF
           IF NB-TRANCHES = 1
               MOVE PT-C-PERIODE TO W-PERIODE-FLUX
           END-IF
           IF PT-C-PERIODE NOT = W-PERIODE-FLUX
               DISPLAY 'TRANCHE ' PT-C-ALB-DEBUT ' SUR LA PERIODE '
                   PT-C-PERIODE ', ATTENDU ' W-PERIODE-FLUX
               SET COUVERTURE-KO TO TRUE
           END-IF
           MOVE PT-C-ALB-FIN TO W-DEBUT-ATTENDU
           IF PT-C-ALB-FIN = SPACES
               SET DERNIERE-TRANCHE-VUE TO TRUE
           END-IF
           ADD PT-C-NB-CONTRATS-LUS  TO NB-CONTRATS-LUS
           ADD PT-C-NB-CONTRATS      TO NB-CONTRATS
           ADD PT-C-TOTAL-DUS        TO TOTAL-DROITS-DUS
           ADD PT-C-NB-LIGNES-MERCH  TO NB-LIGNES-MERCH
           ADD PT-C-NB-PRIX-GROS-ABS TO NB-PRIX-GROS-ABSENTS
           .

       DENOMBRER-CONTRATS.
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-ENRG-CONTRAT
           PERFORM UNTIL FIN-CONTRAT
               ADD 1 TO NB-CONTRATS-FICHIER
               PERFORM LECTURE-ENRG-CONTRAT
           END-PERFORM
           CLOSE CONTRAT-KSDS
           .

      *    SECONDE LECTURE : LES ECRITURES DES FLUX, DANS L ORDRE DES
      *    CONTRATS, COMME LES AURAIT FAITES UNE PASSE UNIQUE
       APPLIQUER-ECRITURES.
           OPEN OUTPUT ROYALX-FILE
           IF F-RX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EXTRAIT PAYABLE'
               DISPLAY 'CODE ERREUR = ' F-RX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ROYALLDG-KSDS
           IF F-RL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER GRAND LIVRE'
               DISPLAY 'CODE ERREUR = ' F-RL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O RESERVE-KSDS
           IF F-RV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RESERVES'
               DISPLAY 'CODE ERREUR = ' F-RV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT TRIE-FILE
           IF F-PT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PARTIEL TRIE'
               DISPLAY 'CODE ERREUR = ' F-PT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE LOW-VALUES TO W-CLE-PRECEDENTE
           PERFORM LECTURE-ENRG-TRIE
           PERFORM UNTIL FIN-TRIE
               MOVE PT-ALB-DEBUT TO W-CC-ALB-DEBUT
               MOVE PT-SEQ       TO W-CC-SEQ
               IF W-CLE-COURANTE = W-CLE-PRECEDENTE
                   ADD 1 TO NB-DOUBLONS-REPRISE
               ELSE
                   PERFORM APPLIQUER-ECRITURE
                   MOVE W-CLE-COURANTE TO W-CLE-PRECEDENTE
               END-IF
               PERFORM LECTURE-ENRG-TRIE
           END-PERFORM
           CLOSE TRIE-FILE
           .

      *    MEMES REGLES QUE ROYALRPT EN PASSE UNIQUE : REJET D UNE
      *    LIGNE DE GRAND LIVRE DEJA PRESENTE, RETENUE DEJA ENREGISTREE
      *    CONSERVEE
       APPLIQUER-ECRITURE.
           EVALUATE TRUE
               WHEN PT-EXTRAIT
                   MOVE PT-DONNEES TO E-ROYALX
                   WRITE E-ROYALX
                   IF F-RX-STATUS NOT = ZERO
                       DISPLAY 'ERREUR ECRITURE EXTRAIT PAYABLE'
                       DISPLAY 'CODE ERREUR = ' F-RX-STATUS
                   ELSE
                       ADD 1 TO NB-LIGNES-EXTRAIT
                   END-IF
               WHEN PT-GRAND-LIVRE
                   MOVE PT-DONNEES TO E-ROYALLDG
                   WRITE E-ROYALLDG
                       INVALID KEY
                           ADD 1 TO NB-LEDGER-REJETS
                           DISPLAY 'REJET GRAND LIVRE, LIGNE DEJA '
                               'PRESENTE : ' RL-KEY
                   END-WRITE
               WHEN PT-RESERVE-RETENUE
                   MOVE PT-DONNEES TO E-RESERVE
                   WRITE E-RESERVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO NB-RESERVES-RETENUES
                   END-WRITE
               WHEN PT-RESERVE-LIBEREE
                   MOVE PT-DONNEES TO E-RESERVE
                   REWRITE E-RESERVE
                       INVALID KEY
                           DISPLAY 'RESERVE A LIBERER ABSENTE : '
                               RV-CLE
                       NOT INVALID KEY
                           ADD 1 TO NB-RESERVES-LIBEREES
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE ROYALX-FILE
           CLOSE ROYALLDG-KSDS
           CLOSE RESERVE-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALMRG - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'TRANCHES FUSIONNEES       : ' NB-TRANCHES
           DISPLAY 'CONTRATS LUS PAR LES FLUX : ' NB-CONTRATS-LUS
           DISPLAY 'CONTRATS AU FICHIER       : ' NB-CONTRATS-FICHIER
           IF COUVERTURE-OK
               DISPLAY 'COUVERTURE DES TRANCHES  : OK'
           ELSE
               DISPLAY 'COUVERTURE DES TRANCHES  : EN ECHEC'
           END-IF
           DISPLAY 'DOUBLONS DE REPRISE       : ' NB-DOUBLONS-REPRISE
           DISPLAY 'LIGNES D EXTRAIT ECRITES  : ' NB-LIGNES-EXTRAIT
           DISPLAY 'RESERVES RETENUES         : ' NB-RESERVES-RETENUES
           DISPLAY 'RESERVES LIBEREES         : ' NB-RESERVES-LIBEREES
           DISPLAY 'CONTRATS TRAITES          : ' NB-CONTRATS
           DISPLAY 'TOTAL DES DROITS DUS      : ' TOTAL-DROITS-DUS
               ' EUR'
           DISPLAY 'LIGNES MERCHANDISING      : ' NB-LIGNES-MERCH
           DISPLAY 'VENTES SANS PRIX DE GROS  : ' NB-PRIX-GROS-ABSENTS
           DISPLAY 'REJETS GRAND LIVRE        : ' NB-LEDGER-REJETS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-TRIE.
           READ TRIE-FILE
               AT END
                   SET FIN-TRIE TO TRUE
               NOT AT END
                   SET NON-FIN-TRIE TO TRUE
           END-READ
           .

       LECTURE-ENRG-CONTRAT.
           READ CONTRAT-KSDS NEXT RECORD
               AT END
                   SET FIN-CONTRAT TO TRUE
               NOT AT END
                   SET NON-FIN-CONTRAT TO TRUE
           END-READ
           .
