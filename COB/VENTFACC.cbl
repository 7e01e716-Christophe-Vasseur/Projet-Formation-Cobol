      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH MENSUEL DE SUIVI DE LA FIABILITE DES PREVISIONS    *
      *       DE VENTES (VENTFCST)                                     *
      *                                                                *
      *       CONFRONTE LES PREVISIONS CONSERVEES DANS FCSTHG1 (CF     *
      *       FCSTHIST.cpy) AU REALISE DE VENTESG1 (HORS RETOURS,      *
      *       CONVERTI EN EUROS AU TAUX DE LA DATE DE VENTE) POUR LES  *
      *       MOIS CLOS (VERROU DE PERIODE PERLOKG1). LE REALISE EST   *
      *       REPORTE SUR LA LIGNE D HISTORIQUE, QUI PASSE AU STATUT   *
      *       COMPAREE.                                                *
      *                                                                *
      *       EDITE L ECART DES PREVISIONS NOUVELLEMENT COMPAREES PAR  *
      *       ALBUM, PAR DISTRIBUTEUR ET PAR LABEL, PUIS LES ALBUMS    *
      *       SUR LESQUELS LA MOYENNE MOBILE SE TROMPE DE FACON        *
      *       REPETEE SUR TOUT L HISTORIQUE COMPARE (AU MOINS TROIS    *
      *       MOIS PREVUS, DONT LES TROIS QUARTS HORS TOLERANCE)       *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTFACC.
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

      *    HISTORIQUE DES PREVISIONS -- LU UNE PREMIERE FOIS POUR
      *    CHARGER LES LIGNES A COMPARER, PUIS REPRIS EN MISE A JOUR
           SELECT FCSTHIST-KSDS
               ASSIGN TO DDFCSTH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FH-CLE
               FILE STATUS F-FH-STATUS
               .

      *    VERROU DE PERIODE COMPTABLE (CF PERLOCK.cpy) -- SEULS LES
      *    MOIS CLOS SONT CONFRONTES AU REALISE
           SELECT PERLOCK-KSDS
               ASSIGN TO DDPERLCK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PL-CLE-F
               FILE STATUS F-PL-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

           SELECT DEVISE-KSDS
               ASSIGN TO DDDEVISE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-DEVISE
               FILE STATUS F-DV-STATUS
               .

           SELECT DEVISEH-KSDS
               ASSIGN TO DDDEVISH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT LABEL-KSDS
               ASSIGN TO DDLABEL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LB-CODE
               FILE STATUS F-LB-STATUS
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

       FD FCSTHIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-FCSTHIST
           .

       COPY FCSTHIST.

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

      *    F-VENTES PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-PRIX              PIC 9(05)V9(02).
           05 VE-QTE               PIC 9(05).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(53).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD DEVISE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISE
           .

       COPY DEVISE.

      *    F-DEVISEH PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD DEVISEH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISEH
           .

       01 E-DEVISEH.
           05 DH-DEVISE             PIC X(03).
           05 DH-DATE-EFFET         PIC X(08).
           05 DH-TAUX               PIC 9(03)V9(04).
           05 FILLER                PIC X(62).

       01 DH-CLE REDEFINES E-DEVISEH.
           05 DH-CLE-DEVISE         PIC X(03).
           05 DH-CLE-DATE           PIC X(08).
           05 FILLER                PIC X(69).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD LABEL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LABEL
           .

       COPY LABEL.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-FH-STATUS             PIC X(02) VALUE '00'.
       77 F-PL-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-LB-STATUS             PIC X(02) VALUE '00'.

       77 I                       PIC 9(04).
       77 W-DATE-JOUR             PIC 9(08).
      * DERNIERE PERIODE CLOSE (AAAAMM), LUE SUR LE VERROU
       77 W-PERIODE-CLOSE         PIC 9(06) VALUE ZERO.

      *    SEUIL DE TOLERANCE DE L ECART SUR LES QUANTITES, EN
      *    POURCENTAGE DE LA PREVISION
       77 W-SEUIL-TOLERANCE       PIC 9(03) VALUE 25.

      *    PREVISIONS A CONFRONTER AU REALISE, CHARGEES DANS L ORDRE
      *    DE CLE DE FCSTHG1 (ALBUM, DISTRIBUTEUR, MOIS) -- LES VENTES
      *    ETANT LUES DANS LE MEME ORDRE, LE RAPPROCHEMENT SE FAIT EN
      *    UN SEUL PASSAGE. AU-DELA DE LA CAPACITE DE LA TABLE, LES
      *    LIGNES RESTENT EN ATTENTE POUR LE PASSAGE SUIVANT
       01 TABLE-A-COMPARER.
           05 TC-ENTREE OCCURS 5000 TIMES INDEXED BY IDX-TC.
               10 TC-CLE.
                   15 TC-CODEA        PIC X(06).
                   15 TC-SIREN        PIC X(05).
                   15 TC-PERIODE      PIC 9(06).
               10 TC-QTE-REELLE       PIC 9(07).
               10 TC-CA-REEL          PIC 9(09)V9(02).
       77 NB-A-COMPARER           PIC 9(04) VALUE ZERO.

      *    CLE DE RAPPROCHEMENT DE LA VENTE EN COURS
       01 W-CLE-VENTE.
           05 W-CV-CODEA              PIC X(06).
           05 W-CV-SIREN              PIC X(05).
           05 W-CV-PERIODE            PIC X(06).

      * TAUX DE CONVERSION DE LA VENTE EN COURS ET MONTANT CONVERTI
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.
       77 W-MONTANT-VENTE         PIC 9(09)V9(02) VALUE ZERO.

      *    HISTORIQUE DES TAUX DE CHANGE (CF VENTFCST POUR LE MEME
      *    PRINCIPE)
       01 TABLE-DEVISES.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-DEVISE           PIC X(03).
               10 TD-DATE-EFFET       PIC X(08).
               10 TD-TAUX             PIC 9(03)V9(04).
       77 NB-TAUX-HISTO           PIC 9(03) VALUE ZERO.
       77 W-DATE-EFFET-RETENU     PIC X(08).
       01 TAUX-HISTO-IND          PIC 9.
           88 TAUX-HISTO-TROUVE       VALUE 1.
           88 TAUX-HISTO-NON-TROUVE   VALUE 2.

      *    ECART DE LA LIGNE EN COURS -- EN QUANTITE, EN POURCENTAGE
      *    DE LA PREVISION (100 SI RIEN N ETAIT PREVU ET QUE L ALBUM
      *    S EST VENDU) ET EN CHIFFRE D AFFAIRES
       77 W-ECART-QTE             PIC S9(08) VALUE ZERO.
       77 W-ECART-PCT             PIC S9(05)V9(02) VALUE ZERO.
       77 W-ECART-PCT-ABS         PIC 9(05)V9(02) VALUE ZERO.
       77 W-ECART-CA              PIC S9(10)V9(02) VALUE ZERO.
       77 W-QTE-PREVUE            PIC 9(09) VALUE ZERO.
       77 W-QTE-REELLE            PIC 9(09) VALUE ZERO.
       77 W-CA-PREVU              PIC 9(11)V9(02) VALUE ZERO.
       77 W-CA-REEL               PIC 9(11)V9(02) VALUE ZERO.
       77 W-LABEL-ALBUM           PIC X(03).

      *    ECARTS DES PREVISIONS COMPAREES PAR CE PASSAGE, PAR ALBUM,
      *    PAR DISTRIBUTEUR ET PAR LABEL
       01 TABLE-ECARTS-ALBUMS.
           05 TEA-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TEA.
               10 TEA-CODEA           PIC X(06).
               10 TEA-LABEL           PIC X(03).
               10 TEA-QTE-PREVUE      PIC 9(09).
               10 TEA-QTE-REELLE      PIC 9(09).
               10 TEA-CA-PREVU        PIC 9(11)V9(02).
               10 TEA-CA-REEL         PIC 9(11)V9(02).
       77 NB-ECARTS-ALBUMS        PIC 9(04) VALUE ZERO.
       01 TABLE-ECARTS-DISTRIB.
           05 TED-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TED.
               10 TED-SIREN           PIC X(05).
               10 TED-QTE-PREVUE      PIC 9(09).
               10 TED-QTE-REELLE      PIC 9(09).
               10 TED-CA-PREVU        PIC 9(11)V9(02).
               10 TED-CA-REEL         PIC 9(11)V9(02).
       77 NB-ECARTS-DISTRIB       PIC 9(04) VALUE ZERO.
       01 TABLE-ECARTS-LABELS.
           05 TEL-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TEL.
               10 TEL-CODE            PIC X(03).
               10 TEL-QTE-PREVUE      PIC 9(09).
               10 TEL-QTE-REELLE      PIC 9(09).
               10 TEL-CA-PREVU        PIC 9(11)V9(02).
               10 TEL-CA-REEL         PIC 9(11)V9(02).
       77 NB-ECARTS-LABELS        PIC 9(02) VALUE ZERO.
       01 ENTREE-TROUVEE-IND      PIC 9.
           88 ENTREE-TROUVEE          VALUE 1.
           88 ENTREE-NON-TROUVEE      VALUE 2.

      *    FIABILITE PAR ALBUM SUR TOUT L HISTORIQUE COMPARE : LIGNES
      *    (DISTRIBUTEUR ET MOIS) COMPAREES, HORS TOLERANCE, ET SENS
      *    DE L ERREUR (PREVISION TROP HAUTE OU TROP BASSE)
       01 TABLE-FIABILITE.
           05 TFA-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TFA.
               10 TFA-CODEA           PIC X(06).
               10 TFA-NB-LIGNES       PIC 9(05).
               10 TFA-NB-HORS-TOL     PIC 9(05).
               10 TFA-NB-SUR          PIC 9(05).
               10 TFA-NB-SOUS         PIC 9(05).
       77 NB-FIABILITE            PIC 9(04) VALUE ZERO.
       77 W-SENS-ERREUR           PIC X(12).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-HISTO-LUS            PIC 9(07) VALUE ZERO.
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-RAPPROCHEES   PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-COMPAREES     PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-A-REVOIR      PIC 9(05) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-HISTO-IND           PIC 9.
           88 FIN-HISTO               VALUE 1.
           88 NON-FIN-HISTO           VALUE 2.
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.

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
           SET FIN-HISTO   TO TRUE
           SET FIN-VENTES  TO TRUE
           SET FIN-DEVISEH TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT PERLOCK-KSDS
           IF F-PL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VERROU DE PERIODE'
               DISPLAY 'CODE ERREUR = ' F-PL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT FCSTHIST-KSDS
           IF F-FH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE HISTORIQUE DES PREVISIONS'
               DISPLAY 'CODE ERREUR = ' F-FH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISE-KSDS
           IF F-DV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISE'
               DISPLAY 'CODE ERREUR = ' F-DV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISEH-KSDS
           IF F-DH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISHG1'
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT LABEL-KSDS
           IF F-LB-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LABEL'
               DISPLAY 'CODE ERREUR = ' F-LB-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LIRE-VERROU-PERIODE
           PERFORM CHARGER-TABLE-DEVISES
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTFACC - FIABILITE DES PREVISIONS DE VENTES'
           DISPLAY 'DERNIER MOIS CLOS   : ' W-PERIODE-CLOSE
           DISPLAY 'TOLERANCE (POURCENT): ' W-SEUIL-TOLERANCE
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-PREVISIONS-A-COMPARER
           IF NB-A-COMPARER > ZERO
               PERFORM CUMULER-REALISE
           END-IF
           PERFORM METTRE-A-JOUR-HISTORIQUE
           PERFORM EDITER-ECARTS-ALBUMS
           PERFORM EDITER-ECARTS-DISTRIB
           PERFORM EDITER-ECARTS-LABELS
           PERFORM EDITER-ALBUMS-A-REVOIR

           PERFORM FIN-TRAITEMENT
           .

      *    SANS CLOTURE PASSEE, AUCUN MOIS NE PEUT ETRE CONFRONTE
       LIRE-VERROU-PERIODE.
           MOVE 'CLOTURE' TO PL-CLE-F
           READ PERLOCK-KSDS
               INVALID KEY
                   MOVE ZERO TO PL-PERIODE-CLOSE-F
           END-READ
           MOVE PL-PERIODE-CLOSE-F TO W-PERIODE-CLOSE
           IF W-PERIODE-CLOSE = ZERO
               DISPLAY 'AUCUNE PERIODE CLOSE, RIEN A COMPARER'
               PERFORM FIN-TRAITEMENT
           END-IF
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL POUR LA MEME RAISON QUE
      *    DANS VENTFCST (PAS DE REEXECUTION EN SORTIE
      *    D INITIALISATION)
       CHARGER-TABLE-DEVISES.
           MOVE ZERO TO NB-TAUX-HISTO
           PERFORM LECTURE-ENRG-DEVISEH
           PERFORM UNTIL FIN-DEVISEH
               ADD 1 TO NB-TAUX-HISTO
               MOVE DH-DEVISE TO TD-DEVISE (NB-TAUX-HISTO)
               MOVE DH-DATE-EFFET TO TD-DATE-EFFET (NB-TAUX-HISTO)
               MOVE DH-TAUX TO TD-TAUX (NB-TAUX-HISTO)
               PERFORM LECTURE-ENRG-DEVISEH
           END-PERFORM
           .

      *    LIGNES EN ATTENTE DONT LE MOIS PREVU EST CLOS
       CHARGER-PREVISIONS-A-COMPARER.
           PERFORM LECTURE-ENRG-HISTO
           PERFORM UNTIL FIN-HISTO
               ADD 1 TO NB-HISTO-LUS
               IF FH-A-COMPARER AND FH-PERIODE <= W-PERIODE-CLOSE
                   IF NB-A-COMPARER < 5000
                       ADD 1 TO NB-A-COMPARER
                       MOVE FH-CLE TO TC-CLE (NB-A-COMPARER)
                       MOVE ZERO TO TC-QTE-REELLE (NB-A-COMPARER)
                       MOVE ZERO TO TC-CA-REEL (NB-A-COMPARER)
                   ELSE
                       DISPLAY 'TABLE DES PREVISIONS PLEINE, '
                           FH-CLE ' REPORTEE'
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-HISTO
           END-PERFORM
           CLOSE FCSTHIST-KSDS
           .

      *    REALISE DES COUPLES ALBUM/DISTRIBUTEUR ET DES MOIS A
      *    COMPARER -- VENTES ET TABLE SONT DANS LE MEME ORDRE, LE
      *    POINTEUR DE LA TABLE NE FAIT QU AVANCER
       CUMULER-REALISE.
           SET IDX-TC TO 1
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES OR IDX-TC > NB-A-COMPARER
               ADD 1 TO NB-VENTES-LUES
               IF NOT VE-MVT-RETOUR
                   MOVE VE-CODEA           TO W-CV-CODEA
                   MOVE VE-SIREN           TO W-CV-SIREN
                   MOVE VE-DATE-VENTE (1:6) TO W-CV-PERIODE
                   PERFORM UNTIL IDX-TC > NB-A-COMPARER
                           OR TC-CLE (IDX-TC) NOT < W-CLE-VENTE
                       SET IDX-TC UP BY 1
                   END-PERFORM
                   IF IDX-TC NOT > NB-A-COMPARER
                       IF TC-CLE (IDX-TC) = W-CLE-VENTE
                           PERFORM RAPPROCHER-VENTE
                       END-IF
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           .

       RAPPROCHER-VENTE.
           ADD 1 TO NB-VENTES-RAPPROCHEES
           PERFORM LIRE-DEVISE
           COMPUTE W-MONTANT-VENTE ROUNDED =
               VE-PRIX * VE-QTE * W-TAUX-VENTE
           ADD VE-QTE TO TC-QTE-REELLE (IDX-TC)
           ADD W-MONTANT-VENTE TO TC-CA-REEL (IDX-TC)
           .

       LIRE-DEVISE.
           MOVE 1 TO W-TAUX-VENTE
           IF VE-DEVISE NOT = SPACES
               PERFORM TROUVER-TAUX-HISTORIQUE
               IF TAUX-HISTO-NON-TROUVE
                   MOVE VE-DEVISE TO DV-DEVISE
                   READ DEVISE-KSDS
                       INVALID KEY
                           MOVE 1 TO W-TAUX-VENTE
                       NOT INVALID KEY
                           MOVE DV-TAUX TO W-TAUX-VENTE
                   END-READ
               END-IF
           END-IF
           .

       TROUVER-TAUX-HISTORIQUE.
           SET TAUX-HISTO-NON-TROUVE TO TRUE
           MOVE LOW-VALUES TO W-DATE-EFFET-RETENU
           PERFORM VARYING IDX-TD FROM 1 BY 1
                   UNTIL IDX-TD > NB-TAUX-HISTO
               IF TD-DEVISE (IDX-TD) = VE-DEVISE
                       AND TD-DATE-EFFET (IDX-TD) <= VE-DATE-VENTE
                       AND TD-DATE-EFFET (IDX-TD) >= W-DATE-EFFET-RETENU
                   MOVE TD-DATE-EFFET (IDX-TD) TO W-DATE-EFFET-RETENU
                   MOVE TD-TAUX (IDX-TD) TO W-TAUX-VENTE
                   SET TAUX-HISTO-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

      *    SECOND PASSAGE SUR L HISTORIQUE : LE REALISE EST REPORTE
      *    SUR LES LIGNES CHARGEES (MEME ORDRE QUE LA TABLE) ET TOUTE
      *    LIGNE COMPAREE ALIMENTE LA FIABILITE DE SON ALBUM
       METTRE-A-JOUR-HISTORIQUE.
           OPEN I-O FCSTHIST-KSDS
           IF F-FH-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE HISTORIQUE DES PREVISIONS'
               DISPLAY 'CODE ERREUR = ' F-FH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           DISPLAY ' '
           DISPLAY 'PREVISIONS COMPAREES AU REALISE'
           DISPLAY 'CODEA SIREN  MOIS    QTE PREVUE  QTE REELLE  '
               'ECART QTE  ECART %  CA PREVU  CA REEL  ECART CA'
           SET IDX-TC TO 1
           PERFORM LECTURE-ENRG-HISTO
           PERFORM UNTIL FIN-HISTO
               IF FH-A-COMPARER AND IDX-TC NOT > NB-A-COMPARER
                   IF FH-CLE = TC-CLE (IDX-TC)
                       PERFORM COMPARER-LIGNE
                       SET IDX-TC UP BY 1
                   END-IF
               END-IF
               IF FH-COMPAREE
                   PERFORM CUMULER-FIABILITE
               END-IF
               PERFORM LECTURE-ENRG-HISTO
           END-PERFORM
           .

       COMPARER-LIGNE.
           MOVE TC-QTE-REELLE (IDX-TC) TO FH-QTE-REELLE
           MOVE TC-CA-REEL (IDX-TC)    TO FH-CA-REEL
           MOVE W-DATE-JOUR            TO FH-DATE-COMPARAISON
           SET FH-COMPAREE             TO TRUE
           REWRITE E-FCSTHIST
               INVALID KEY
                   DISPLAY 'ERREUR MISE A JOUR FCSTHG1 ' FH-CLE
                       ' CODE ' F-FH-STATUS
           END-REWRITE
           ADD 1 TO NB-LIGNES-COMPAREES
           PERFORM CALCULER-ECART-LIGNE
           COMPUTE W-ECART-CA = FH-CA-REEL - FH-CA-PREVU
           DISPLAY FH-CODEA ' ' FH-SIREN ' ' FH-PERIODE ' - '
               FH-QTE-PREVUE ' - ' FH-QTE-REELLE ' - '
               W-ECART-QTE ' - ' W-ECART-PCT ' - '
               FH-CA-PREVU ' - ' FH-CA-REEL ' - ' W-ECART-CA
           PERFORM CUMULER-ECART-ALBUM
           PERFORM CUMULER-ECART-DISTRIB
           .

      *    ECART DE LA LIGNE D HISTORIQUE COURANTE
       CALCULER-ECART-LIGNE.
           MOVE FH-QTE-PREVUE TO W-QTE-PREVUE
           MOVE FH-QTE-REELLE TO W-QTE-REELLE
           PERFORM CALCULER-ECART-PCT
           .

      *    ECART EN POURCENTAGE DE LA PREVISION, SIGNE (POSITIF SI
      *    LE REALISE DEPASSE LA PREVISION) ET EN VALEUR ABSOLUE
       CALCULER-ECART-PCT.
           COMPUTE W-ECART-QTE = W-QTE-REELLE - W-QTE-PREVUE
           IF W-QTE-PREVUE > ZERO
               COMPUTE W-ECART-PCT ROUNDED =
                   W-ECART-QTE * 100 / W-QTE-PREVUE
           ELSE
               IF W-QTE-REELLE > ZERO
                   MOVE 100 TO W-ECART-PCT
               ELSE
                   MOVE ZERO TO W-ECART-PCT
               END-IF
           END-IF
           IF W-ECART-PCT < ZERO
               COMPUTE W-ECART-PCT-ABS = ZERO - W-ECART-PCT
           ELSE
               MOVE W-ECART-PCT TO W-ECART-PCT-ABS
           END-IF
           .

       CUMULER-ECART-ALBUM.
           SET ENTREE-NON-TROUVEE TO TRUE
           PERFORM VARYING IDX-TEA FROM 1 BY 1
                   UNTIL IDX-TEA > NB-ECARTS-ALBUMS
                   OR ENTREE-TROUVEE
               IF TEA-CODEA (IDX-TEA) = FH-CODEA
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM
           IF ENTREE-TROUVEE
               SET IDX-TEA DOWN BY 1
           ELSE
               IF NB-ECARTS-ALBUMS < 2000
                   ADD 1 TO NB-ECARTS-ALBUMS
                   SET IDX-TEA TO NB-ECARTS-ALBUMS
                   MOVE FH-CODEA TO TEA-CODEA (IDX-TEA)
                   MOVE FH-CODEA TO AL-CODEA
                   READ ALBUM-KSDS
                       INVALID KEY
                           MOVE SPACES TO TEA-LABEL (IDX-TEA)
                       NOT INVALID KEY
                           MOVE AL-CODE-LABEL TO TEA-LABEL (IDX-TEA)
                   END-READ
                   MOVE ZERO TO TEA-QTE-PREVUE (IDX-TEA)
                   MOVE ZERO TO TEA-QTE-REELLE (IDX-TEA)
                   MOVE ZERO TO TEA-CA-PREVU (IDX-TEA)
                   MOVE ZERO TO TEA-CA-REEL (IDX-TEA)
                   SET ENTREE-TROUVEE TO TRUE
               ELSE
                   DISPLAY 'TABLE DES ALBUMS PLEINE, ' FH-CODEA
                       ' HORS CUMUL'
               END-IF
           END-IF
           IF ENTREE-TROUVEE
               ADD FH-QTE-PREVUE TO TEA-QTE-PREVUE (IDX-TEA)
               ADD FH-QTE-REELLE TO TEA-QTE-REELLE (IDX-TEA)
               ADD FH-CA-PREVU   TO TEA-CA-PREVU (IDX-TEA)
               ADD FH-CA-REEL    TO TEA-CA-REEL (IDX-TEA)
           END-IF
           .

       CUMULER-ECART-DISTRIB.
           SET ENTREE-NON-TROUVEE TO TRUE
           PERFORM VARYING IDX-TED FROM 1 BY 1
                   UNTIL IDX-TED > NB-ECARTS-DISTRIB
                   OR ENTREE-TROUVEE
               IF TED-SIREN (IDX-TED) = FH-SIREN
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM
           IF ENTREE-TROUVEE
               SET IDX-TED DOWN BY 1
           ELSE
               IF NB-ECARTS-DISTRIB < 500
                   ADD 1 TO NB-ECARTS-DISTRIB
                   SET IDX-TED TO NB-ECARTS-DISTRIB
                   MOVE FH-SIREN TO TED-SIREN (IDX-TED)
                   MOVE ZERO TO TED-QTE-PREVUE (IDX-TED)
                   MOVE ZERO TO TED-QTE-REELLE (IDX-TED)
                   MOVE ZERO TO TED-CA-PREVU (IDX-TED)
                   MOVE ZERO TO TED-CA-REEL (IDX-TED)
                   SET ENTREE-TROUVEE TO TRUE
               ELSE
                   DISPLAY 'TABLE DES DISTRIBUTEURS PLEINE, '
                       FH-SIREN ' HORS CUMUL'
               END-IF
           END-IF
           IF ENTREE-TROUVEE
               ADD FH-QTE-PREVUE TO TED-QTE-PREVUE (IDX-TED)
               ADD FH-QTE-REELLE TO TED-QTE-REELLE (IDX-TED)
               ADD FH-CA-PREVU   TO TED-CA-PREVU (IDX-TED)
               ADD FH-CA-REEL    TO TED-CA-REEL (IDX-TED)
           END-IF
           .

      *    FIABILITE DE L ALBUM SUR TOUT L HISTORIQUE COMPARE
       CUMULER-FIABILITE.
           SET ENTREE-NON-TROUVEE TO TRUE
           PERFORM VARYING IDX-TFA FROM 1 BY 1
                   UNTIL IDX-TFA > NB-FIABILITE
                   OR ENTREE-TROUVEE
               IF TFA-CODEA (IDX-TFA) = FH-CODEA
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM
           IF ENTREE-TROUVEE
               SET IDX-TFA DOWN BY 1
           ELSE
               IF NB-FIABILITE < 2000
                   ADD 1 TO NB-FIABILITE
                   SET IDX-TFA TO NB-FIABILITE
                   MOVE FH-CODEA TO TFA-CODEA (IDX-TFA)
                   MOVE ZERO TO TFA-NB-LIGNES (IDX-TFA)
                   MOVE ZERO TO TFA-NB-HORS-TOL (IDX-TFA)
                   MOVE ZERO TO TFA-NB-SUR (IDX-TFA)
                   MOVE ZERO TO TFA-NB-SOUS (IDX-TFA)
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-IF
           IF ENTREE-TROUVEE
               PERFORM CALCULER-ECART-LIGNE
               ADD 1 TO TFA-NB-LIGNES (IDX-TFA)
               IF W-ECART-PCT-ABS > W-SEUIL-TOLERANCE
                   ADD 1 TO TFA-NB-HORS-TOL (IDX-TFA)
                   IF W-ECART-QTE < ZERO
                       ADD 1 TO TFA-NB-SUR (IDX-TFA)
                   ELSE
                       ADD 1 TO TFA-NB-SOUS (IDX-TFA)
                   END-IF
               END-IF
           END-IF
           .

       EDITER-ECARTS-ALBUMS.
           DISPLAY ' '
           DISPLAY 'ECARTS PAR ALBUM'
           DISPLAY 'CODEA  QTE PREVUE  QTE REELLE  ECART QTE  '
               'ECART %  CA PREVU  CA REEL'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-ECARTS-ALBUMS
               MOVE TEA-QTE-PREVUE (I) TO W-QTE-PREVUE
               MOVE TEA-QTE-REELLE (I) TO W-QTE-REELLE
               PERFORM CALCULER-ECART-PCT
               DISPLAY TEA-CODEA (I) ' - '
                   TEA-QTE-PREVUE (I) ' - ' TEA-QTE-REELLE (I) ' - '
                   W-ECART-QTE ' - ' W-ECART-PCT ' - '
                   TEA-CA-PREVU (I) ' - ' TEA-CA-REEL (I)
           END-PERFORM
           .

       EDITER-ECARTS-DISTRIB.
           DISPLAY ' '
           DISPLAY 'ECARTS PAR DISTRIBUTEUR'
           DISPLAY 'SIREN  QTE PREVUE  QTE REELLE  ECART QTE  '
               'ECART %  CA PREVU  CA REEL'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-ECARTS-DISTRIB
               MOVE TED-QTE-PREVUE (I) TO W-QTE-PREVUE
               MOVE TED-QTE-REELLE (I) TO W-QTE-REELLE
               PERFORM CALCULER-ECART-PCT
               DISPLAY TED-SIREN (I) ' - '
                   TED-QTE-PREVUE (I) ' - ' TED-QTE-REELLE (I) ' - '
                   W-ECART-QTE ' - ' W-ECART-PCT ' - '
                   TED-CA-PREVU (I) ' - ' TED-CA-REEL (I)
           END-PERFORM
           .

      *    LES ECARTS PAR LABEL SONT REGROUPES A PARTIR DES ALBUMS
      *    (UN ALBUM SANS LABEL COMPTE SOUS LE CODE A BLANC)
       EDITER-ECARTS-LABELS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-ECARTS-ALBUMS
               MOVE TEA-LABEL (I) TO W-LABEL-ALBUM
               PERFORM RECHERCHER-OU-CREER-LABEL
               IF ENTREE-TROUVEE
                   ADD TEA-QTE-PREVUE (I) TO TEL-QTE-PREVUE (IDX-TEL)
                   ADD TEA-QTE-REELLE (I) TO TEL-QTE-REELLE (IDX-TEL)
                   ADD TEA-CA-PREVU (I)   TO TEL-CA-PREVU (IDX-TEL)
                   ADD TEA-CA-REEL (I)    TO TEL-CA-REEL (IDX-TEL)
               END-IF
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'ECARTS PAR LABEL'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-ECARTS-LABELS
               MOVE TEL-CODE (I) TO LB-CODE
               IF TEL-CODE (I) = SPACES
                   MOVE 'SANS LABEL' TO LB-LIBELLE
               ELSE
                   READ LABEL-KSDS
                       INVALID KEY
                           MOVE 'LABEL INCONNU' TO LB-LIBELLE
                   END-READ
               END-IF
               MOVE TEL-QTE-PREVUE (I) TO W-QTE-PREVUE
               MOVE TEL-QTE-REELLE (I) TO W-QTE-REELLE
               PERFORM CALCULER-ECART-PCT
               DISPLAY TEL-CODE (I) ' ' LB-LIBELLE ' - '
                   TEL-QTE-PREVUE (I) ' - ' TEL-QTE-REELLE (I) ' - '
                   W-ECART-QTE ' - ' W-ECART-PCT ' - '
                   TEL-CA-PREVU (I) ' - ' TEL-CA-REEL (I)
           END-PERFORM
           .

       RECHERCHER-OU-CREER-LABEL.
           SET ENTREE-NON-TROUVEE TO TRUE
           PERFORM VARYING IDX-TEL FROM 1 BY 1
                   UNTIL IDX-TEL > NB-ECARTS-LABELS
                   OR ENTREE-TROUVEE
               IF TEL-CODE (IDX-TEL) = W-LABEL-ALBUM
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM
           IF ENTREE-TROUVEE
               SET IDX-TEL DOWN BY 1
           ELSE
               IF NB-ECARTS-LABELS < 50
                   ADD 1 TO NB-ECARTS-LABELS
                   SET IDX-TEL TO NB-ECARTS-LABELS
                   MOVE W-LABEL-ALBUM TO TEL-CODE (IDX-TEL)
                   MOVE ZERO TO TEL-QTE-PREVUE (IDX-TEL)
                   MOVE ZERO TO TEL-QTE-REELLE (IDX-TEL)
                   MOVE ZERO TO TEL-CA-PREVU (IDX-TEL)
                   MOVE ZERO TO TEL-CA-REEL (IDX-TEL)
                   SET ENTREE-TROUVEE TO TRUE
               ELSE
                   DISPLAY 'TABLE DES LABELS PLEINE, ' W-LABEL-ALBUM
                       ' HORS CUMUL'
               END-IF
           END-IF
           .

      *    UN ALBUM EST A REVOIR QUAND AU MOINS TROIS LIGNES ONT ETE
      *    COMPAREES ET QUE LES TROIS QUARTS SONT HORS TOLERANCE ; LE
      *    SENS DOMINANT DE L ERREUR EST INDIQUE
       EDITER-ALBUMS-A-REVOIR.
           DISPLAY ' '
           DISPLAY 'ALBUMS MAL PREVUS DE FACON REPETEE'
           DISPLAY 'CODEA  LIGNES COMPAREES  HORS TOLERANCE  SENS'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-FIABILITE
               IF TFA-NB-LIGNES (I) >= 3
                       AND TFA-NB-HORS-TOL (I) * 4
                           >= TFA-NB-LIGNES (I) * 3
                   ADD 1 TO NB-ALBUMS-A-REVOIR
                   IF TFA-NB-SUR (I) > TFA-NB-SOUS (I)
                       MOVE 'SURESTIME'   TO W-SENS-ERREUR
                   ELSE
                       MOVE 'SOUS-ESTIME' TO W-SENS-ERREUR
                   END-IF
                   DISPLAY TFA-CODEA (I) ' - ' TFA-NB-LIGNES (I)
                       ' - ' TFA-NB-HORS-TOL (I) ' - ' W-SENS-ERREUR
               END-IF
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE FCSTHIST-KSDS
           CLOSE PERLOCK-KSDS
           CLOSE VENTES-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE ALBUM-KSDS
           CLOSE LABEL-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY ' '
           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTFACC - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES D HISTORIQUE LUES  : ' NB-HISTO-LUS
           DISPLAY 'PREVISIONS A COMPARER     : ' NB-A-COMPARER
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'VENTES RAPPROCHEES        : '
               NB-VENTES-RAPPROCHEES
           DISPLAY 'PREVISIONS COMPAREES      : ' NB-LIGNES-COMPAREES
           DISPLAY 'ALBUMS A REVOIR           : ' NB-ALBUMS-A-REVOIR
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-HISTO.
           READ FCSTHIST-KSDS NEXT RECORD
               AT END
                   SET FIN-HISTO TO TRUE
               NOT AT END
                   SET NON-FIN-HISTO TO TRUE
           END-READ
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
           END-READ
           .

       LECTURE-ENRG-DEVISEH.
           READ DEVISEH-KSDS NEXT RECORD
               AT END
                   SET FIN-DEVISEH TO TRUE
               NOT AT END
                   SET NON-FIN-DEVISEH TO TRUE
           END-READ
           .
