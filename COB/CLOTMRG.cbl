      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE FUSION DES FLUX PARALLELES DE CLOTMOIS          *
      *                                                                *
      *       CLOTMOIS LANCE EN MODE TRANCHE (UN FLUX PAR TRANCHE DE   *
      *       CODES ALBUM) DEPOSE SES CUMULS DANS UN FICHIER PARTIEL   *
      *       (CF CLOTPRT.cpy). LES FICHIERS PARTIELS DE TOUS LES      *
      *       FLUX, CONCATENES EN ENTREE (DDCLOPRT) DANS UN ORDRE      *
      *       QUELCONQUE, SONT TRIES PAR DEBUT DE TRANCHE, PUIS :      *
      *         1. CONTROLE DE COUVERTURE -- CHAQUE FLUX EST ALLE AU   *
      *            BOUT (ENREGISTREMENT DE CONTROLE PRESENT), LES      *
      *            TRANCHES SE SUIVENT SANS TROU NI CHEVAUCHEMENT DU   *
      *            PREMIER AU DERNIER CODE ALBUM, TOUTES SUR LA MEME   *
      *            PERIODE, ET LES CONTRATS ET ALBUMS DENOMBRES PAR    *
      *            LES FLUX SONT CEUX DES FICHIERS : CHAQUE CLE A ETE  *
      *            TRAITEE UNE FOIS ET UNE SEULE ;                     *
      *         2. RAPPORT DE CLOTURE CUMULANT CEUX DES FLUX (CA PAR   *
      *            LABEL DANS L ORDRE DES CODES ALBUM), IDENTIQUE A    *
      *            CELUI D UNE PASSE UNIQUE DE CLOTMOIS ;              *
      *         3. SI LE CONTROLE EST BON, POSE DU VERROU DE PERIODE   *
      *            (CF PERLOCK.cpy) -- A DEFAUT LA PERIODE RESTE       *
      *            OUVERTE, LES FLUX EN CAUSE SONT A RELANCER          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTMRG.
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
               ASSIGN TO DDCLOPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PI-STATUS
               .

      *    TRI PAR DEBUT DE TRANCHE + NUMERO D ORDRE
           SELECT SORT-WORK
               ASSIGN TO DDSTWORK
               .

           SELECT TRIE-FILE
               ASSIGN TO DDCLOTRI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CP-STATUS
               .

      *    CONTRATS ET ALBUMS -- DENOMBRES POUR LE CONTROLE DE
      *    COUVERTURE
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRAT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AL-CODEA-F
               FILE STATUS F-AL-STATUS
               .

      *    VERROU DE PERIODE COMPTABLE (CF PERLOCK.cpy)
           SELECT PERLOCK-KSDS
               ASSIGN TO DDPERLCK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PL-CLE-F
               FILE STATUS F-PL-STATUS
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
           RECORD 132 CHARACTERS
           DATA RECORD IS E-PARTIEL-ENTREE
           .

       01 E-PARTIEL-ENTREE         PIC X(132).

       SD SORT-WORK
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SD-PARTIEL
           .

       01 SD-PARTIEL.
           05 SD-CP-ALB-DEBUT       PIC X(06).
           05 SD-CP-SEQ             PIC 9(05).
           05 FILLER                PIC X(121).

       FD TRIE-FILE
           RECORD 132 CHARACTERS
           DATA RECORD IS E-CLOTPRT
           .

       COPY CLOTPRT.

       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

       01 E-CONTRAT.
           05 E-CO-KEY              PIC X(17).
           05 FILLER                PIC X(63).

      *    SEULE LA CLE DE L ALBUM SERT ICI
       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM-F
           .

       01 E-ALBUM-F.
           05 AL-CODEA-F            PIC X(06).
           05 FILLER                PIC X(84).

      *    E-PERLOCK PORTE DES CLAUSES VALUE, INTERDITES EN SECTION
      *    FICHIER : DESSIN LOCAL (CF PERLOCK.cpy)
       FD PERLOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PERLOCK-F
           .

       01 E-PERLOCK-F.
           05 PL-CLE-F             PIC X(08).
           05 PL-PERIODE-CLOSE-F   PIC 9(06).
           05 FILLER               PIC X(66).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-PI-STATUS             PIC X(02) VALUE '00'.
       77 F-CP-STATUS             PIC X(02) VALUE '00'.
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-PL-STATUS             PIC X(02) VALUE '00'.

      * PERIODE CLOTUREE (AAAAMM), COMMUNE A TOUS LES FLUX
       77 W-DJ-ANNEE-MOIS         PIC 9(06) VALUE ZERO.

      * CONTROLE DE COUVERTURE -- DEBUT ATTENDU DE LA TRANCHE SUIVANTE
      * (FIN DE LA PRECEDENTE) ET TRANCHE EN COURS DE LECTURE
       77 W-DEBUT-ATTENDU         PIC X(06) VALUE SPACES.
       77 W-TRANCHE-EN-COURS      PIC X(06) VALUE SPACES.
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

      * CUMULS DES FLUX -- MEMES RUBRIQUES QUE CLOTMOIS
       77 W-CA-MOIS               PIC 9(11)V9(02) VALUE ZERO.
       77 W-QTE-MOIS              PIC 9(09) VALUE ZERO.
       77 W-CA-GENERAL            PIC 9(11)V9(02) VALUE ZERO.
       77 W-QTE-GENERAL           PIC 9(09) VALUE ZERO.
       77 NB-VENTES-TOTAL         PIC 9(07) VALUE ZERO.
       77 NB-VENTES-MOIS          PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-TOTAL       PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-SIGNES-MOIS PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-EXPIRES-MOIS PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-TOTAL         PIC 9(05) VALUE ZERO.
       77 W-CA-NON-VENTILE        PIC 9(11)V9(02) VALUE ZERO.

      * CONTROLES DE LA FUSION
       77 NB-TRANCHES             PIC 9(03) VALUE ZERO.
       77 NB-CONTRATS-FICHIER     PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-FICHIER       PIC 9(05) VALUE ZERO.

      *    CA DU MOIS PAR LABEL, CUMULE SUR LES FLUX DANS L ORDRE DES
      *    TRANCHES -- MEME TABLE ET MEME DEBORDEMENT QUE CLOTMOIS
       01 TABLE-CA-LABEL.
           05 TCL-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TCL.
               10 TCL-CODE            PIC X(03).
               10 TCL-CA-MOIS         PIC 9(11)V9(02).
       77 NB-CA-LABEL             PIC 9(02) VALUE ZERO.
       01 CA-LABEL-IND            PIC 9.
           88 CA-LABEL-TROUVE         VALUE 1.
           88 CA-LABEL-ABSENT         VALUE 2.
       01 TCL-PLEINE-IND          PIC 9 VALUE 2.
           88 TCL-PLEINE-SIGNALEE     VALUE 1.
           88 TCL-PLEINE-NON-SIGNALEE VALUE 2.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-TRIE-IND            PIC 9.
           88 FIN-TRIE                VALUE 1.
           88 NON-FIN-TRIE            VALUE 2.
       01 FIN-CONTRAT-IND         PIC 9.
           88 FIN-CONTRAT             VALUE 1.
           88 NON-FIN-CONTRAT         VALUE 2.
       01 FIN-ALBUM-IND           PIC 9.
           88 FIN-ALBUM               VALUE 1.
           88 NON-FIN-ALBUM           VALUE 2.

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
           SET FIN-ALBUM TO TRUE
           SORT SORT-WORK
               ON ASCENDING KEY SD-CP-ALB-DEBUT
               ON ASCENDING KEY SD-CP-SEQ
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
           DISPLAY 'CLOTMRG - FUSION DES FLUX DE CLOTMOIS'
           DISPLAY '---------------------------------------------'

           PERFORM CUMULER-FLUX
           PERFORM DENOMBRER-CONTRATS
           PERFORM DENOMBRER-ALBUMS
           IF COUVERTURE-OK
               PERFORM POSER-VERROU-PERIODE
           ELSE
               DISPLAY '*** COUVERTURE DES TRANCHES EN ECHEC, PERIODE '
                   'NON VERROUILLEE ***'
           END-IF
           PERFORM FIN-TRAITEMENT
           .

      *    LECTURE DU FICHIER TRIE : CHAQUE CHANGEMENT DE TRANCHE
      *    VERIFIE QUE LA PRECEDENTE A SON ENREGISTREMENT DE CONTROLE
       CUMULER-FLUX.
           OPEN INPUT TRIE-FILE
           IF F-CP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PARTIEL TRIE'
               DISPLAY 'CODE ERREUR = ' F-CP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET PREMIER-ENRG TO TRUE
           SET CONTROLE-VU TO TRUE
           PERFORM LECTURE-ENRG-TRIE
           PERFORM UNTIL FIN-TRIE
               IF PREMIER-ENRG
                       OR CP-ALB-DEBUT NOT = W-TRANCHE-EN-COURS
                   PERFORM CHANGER-TRANCHE
               END-IF
               EVALUATE TRUE
                   WHEN CP-LABEL
                       PERFORM CUMULER-CA-LABEL
                   WHEN CP-CONTROLE
                       PERFORM CONTROLER-TRANCHE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
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
           .

       CHANGER-TRANCHE.
           IF CONTROLE-NON-VU
               DISPLAY 'FLUX INACHEVE (PAS D ENREGISTREMENT DE '
                   'CONTROLE) : TRANCHE ' W-TRANCHE-EN-COURS
               SET COUVERTURE-KO TO TRUE
           END-IF
           MOVE CP-ALB-DEBUT TO W-TRANCHE-EN-COURS
           SET CONTROLE-NON-VU TO TRUE
           SET ENRG-SUIVANT TO TRUE
           .

      *    LA TRANCHE DOIT COMMENCER OU LA PRECEDENTE S EST ARRETEE
      *    (LA PREMIERE AU DEBUT DU FICHIER), ET AUCUNE NE PEUT SUIVRE
      *    CELLE QUI VA JUSQU A LA FIN
       CONTROLER-TRANCHE.
           SET CONTROLE-VU TO TRUE
           ADD 1 TO NB-TRANCHES
           DISPLAY 'TRANCHE [' CP-C-ALB-DEBUT ', ' CP-C-ALB-FIN
               '[ : ' CP-C-NB-VENTES-TOTAL ' VENTES LUES'
           IF DERNIERE-TRANCHE-VUE
               DISPLAY 'TRANCHE AU-DELA DE LA FIN DU FICHIER : '
                   CP-C-ALB-DEBUT
               SET COUVERTURE-KO TO TRUE
           END-IF
           IF CP-C-ALB-DEBUT NOT = W-DEBUT-ATTENDU
               DISPLAY 'TROU OU CHEVAUCHEMENT : TRANCHE ATTENDUE A '
                   'PARTIR DE [' W-DEBUT-ATTENDU '], RECUE A PARTIR '
                   'DE [' CP-C-ALB-DEBUT ']'
               SET COUVERTURE-KO TO TRUE
           END-IF
           IF NB-TRANCHES = 1
               MOVE CP-C-PERIODE TO W-DJ-ANNEE-MOIS
           END-IF
           IF CP-C-PERIODE NOT = W-DJ-ANNEE-MOIS
               DISPLAY 'TRANCHE ' CP-C-ALB-DEBUT ' SUR LA PERIODE '
                   CP-C-PERIODE ', ATTENDU ' W-DJ-ANNEE-MOIS
               SET COUVERTURE-KO TO TRUE
           END-IF
           MOVE CP-C-ALB-FIN TO W-DEBUT-ATTENDU
           IF CP-C-ALB-FIN = SPACES
               SET DERNIERE-TRANCHE-VUE TO TRUE
           END-IF
           ADD CP-C-NB-VENTES-TOTAL  TO NB-VENTES-TOTAL
           ADD CP-C-NB-VENTES-MOIS   TO NB-VENTES-MOIS
           ADD CP-C-CA-MOIS          TO W-CA-MOIS
           ADD CP-C-QTE-MOIS         TO W-QTE-MOIS
           ADD CP-C-CA-GENERAL       TO W-CA-GENERAL
           ADD CP-C-QTE-GENERAL      TO W-QTE-GENERAL
           ADD CP-C-NB-CONTRATS      TO NB-CONTRATS-TOTAL
           ADD CP-C-NB-SIGNES-MOIS   TO NB-CONTRATS-SIGNES-MOIS
           ADD CP-C-NB-EXPIRES-MOIS  TO NB-CONTRATS-EXPIRES-MOIS
           ADD CP-C-NB-ALBUMS        TO NB-ALBUMS-TOTAL
           ADD CP-C-CA-NON-VENTILE   TO W-CA-NON-VENTILE
           .

      *    UN LABEL DEJA RENCONTRE DANS UNE TRANCHE PRECEDENTE GARDE
      *    SA PLACE, UN NOUVEAU EST AJOUTE EN FIN DE TABLE
       CUMULER-CA-LABEL.
           SET CA-LABEL-ABSENT TO TRUE
           SET IDX-TCL TO 1
           SEARCH TCL-ENTREE
               AT END
                   SET CA-LABEL-ABSENT TO TRUE
               WHEN IDX-TCL > NB-CA-LABEL
                   SET CA-LABEL-ABSENT TO TRUE
               WHEN TCL-CODE (IDX-TCL) = CP-L-CODE
                   SET CA-LABEL-TROUVE TO TRUE
           END-SEARCH
           IF CA-LABEL-TROUVE
               ADD CP-L-CA-MOIS TO TCL-CA-MOIS (IDX-TCL)
           ELSE
               IF NB-CA-LABEL < 50
                   ADD 1 TO NB-CA-LABEL
                   SET IDX-TCL TO NB-CA-LABEL
                   MOVE CP-L-CODE    TO TCL-CODE (IDX-TCL)
                   MOVE CP-L-CA-MOIS TO TCL-CA-MOIS (IDX-TCL)
               ELSE
                   ADD CP-L-CA-MOIS TO W-CA-NON-VENTILE
                   IF TCL-PLEINE-NON-SIGNALEE
                       DISPLAY '*** TABLE CA PAR LABEL PLEINE '
                           '(50), VENTILATION PARTIELLE ***'
                       SET TCL-PLEINE-SIGNALEE TO TRUE
                   END-IF
               END-IF
           END-IF
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
           IF NB-CONTRATS-FICHIER NOT = NB-CONTRATS-TOTAL
               DISPLAY 'CONTRATS DENOMBRES PAR LES FLUX : '
                   NB-CONTRATS-TOTAL ' / AU FICHIER : '
                   NB-CONTRATS-FICHIER
               SET COUVERTURE-KO TO TRUE
           END-IF
           .

       DENOMBRER-ALBUMS.
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-ENRG-ALBUM
           PERFORM UNTIL FIN-ALBUM
               ADD 1 TO NB-ALBUMS-FICHIER
               PERFORM LECTURE-ENRG-ALBUM
           END-PERFORM
           CLOSE ALBUM-KSDS
           IF NB-ALBUMS-FICHIER NOT = NB-ALBUMS-TOTAL
               DISPLAY 'ALBUMS DENOMBRES PAR LES FLUX : '
                   NB-ALBUMS-TOTAL ' / AU FICHIER : '
                   NB-ALBUMS-FICHIER
               SET COUVERTURE-KO TO TRUE
           END-IF
           .

      *    MEME POSE DU VERROU QUE CLOTMOIS EN PASSE UNIQUE
       POSER-VERROU-PERIODE.
           OPEN I-O PERLOCK-KSDS
           IF F-PL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VERROU DE PERIODE'
               DISPLAY 'CODE ERREUR = ' F-PL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE 'CLOTURE' TO PL-CLE-F
           READ PERLOCK-KSDS
               INVALID KEY
                   MOVE 'CLOTURE'       TO PL-CLE-F
                   MOVE W-DJ-ANNEE-MOIS TO PL-PERIODE-CLOSE-F
                   MOVE SPACES          TO E-PERLOCK-F(15:66)
                   WRITE E-PERLOCK-F
               NOT INVALID KEY
                   MOVE W-DJ-ANNEE-MOIS TO PL-PERIODE-CLOSE-F
                   REWRITE E-PERLOCK-F
           END-READ
           DISPLAY 'VERROU DE PERIODE POSE SUR ' PL-PERIODE-CLOSE-F
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE PERLOCK-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CLOTMRG - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'PERIODE CLOTUREE (AAAAMM) : ' W-DJ-ANNEE-MOIS
           DISPLAY 'TRANCHES FUSIONNEES       : ' NB-TRANCHES
           IF COUVERTURE-OK
               DISPLAY 'COUVERTURE DES TRANCHES  : OK'
           ELSE
               DISPLAY 'COUVERTURE DES TRANCHES  : EN ECHEC'
           END-IF
           DISPLAY 'ALBUMS EN CATALOGUE       : ' NB-ALBUMS-TOTAL
           DISPLAY 'VENTES DU MOIS            : ' NB-VENTES-MOIS
           DISPLAY 'QUANTITE VENDUE DU MOIS   : ' W-QTE-MOIS
           DISPLAY 'CHIFFRE D AFFAIRES DU MOIS: ' W-CA-MOIS ' EUR'
           DISPLAY 'VENTES CUMULEES (TOUTES)  : ' NB-VENTES-TOTAL
           DISPLAY 'QUANTITE CUMULEE (TOUTE)  : ' W-QTE-GENERAL
           DISPLAY 'CHIFFRE D AFFAIRES CUMULE : ' W-CA-GENERAL ' EUR'
           DISPLAY 'CONTRATS EN PORTEFEUILLE  : ' NB-CONTRATS-TOTAL
           DISPLAY 'CONTRATS SIGNES CE MOIS   : '
               NB-CONTRATS-SIGNES-MOIS
           DISPLAY 'CONTRATS EXPIRES CE MOIS  : '
               NB-CONTRATS-EXPIRES-MOIS
           DISPLAY 'CA DU MOIS PAR LABEL'
           PERFORM VARYING IDX-TCL FROM 1 BY 1
                   UNTIL IDX-TCL > NB-CA-LABEL
               DISPLAY '   LABEL ' TCL-CODE (IDX-TCL) ' CA = '
                   TCL-CA-MOIS (IDX-TCL) ' EUR'
           END-PERFORM
           IF W-CA-NON-VENTILE > ZERO
               DISPLAY '   NON VENTILE (TABLE PLEINE) CA = '
                   W-CA-NON-VENTILE ' EUR'
               DISPLAY '*** VENTILATION PAR LABEL INCOMPLETE, '
                   'REDIMENSIONNER TABLE-CA-ALBUM ***'
           END-IF
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

       LECTURE-ENRG-ALBUM.
           READ ALBUM-KSDS NEXT RECORD
               AT END
                   SET FIN-ALBUM TO TRUE
               NOT AT END
                   SET NON-FIN-ALBUM TO TRUE
           END-READ
           .
