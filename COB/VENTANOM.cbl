      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE NUIT DE DETECTION DES LIGNES DE VENTE           *
      *       ATYPIQUES (ERREURS DE SAISIE PROBABLES)                  *
      *                                                                *
      *       CHAQUE LIGNE DE VENTE NOUVELLE (DATEE APRES LE DERNIER   *
      *       PASSAGE, CF RUNCTLG1) EST COMPAREE A L HISTORIQUE DU     *
      *       MEME DISTRIBUTEUR POUR LE MEME ALBUM (QUANTITE ET PRIX   *
      *       UNITAIRE MOYENS), AU PRIX DE LISTE DU TARIF CATALOGUE    *
      *       (TARIFG1) ET AUX DEVISES HABITUELLES DU DISTRIBUTEUR.    *
      *       LES ECARTS SONT NOTES PAR UN SCORE (RAPPORT A LA         *
      *       REFERENCE), EDITES PAR SCORE DECROISSANT (DDSORTIE) ET   *
      *       DEPOSES DANS LA BOITE DES EXCEPTIONS (EXCEPTG1) POUR     *
      *       ETRE VERIFIES AVANT L EDITION DES FACTURES (FACTURPR)    *
      *                                                                *
      *       CARTE SYSIN FACULTATIVE : DERNIER JOUR DEJA CONTROLE     *
      *       AAAAMMJJ (LES LIGNES DATEES APRES SONT CONTROLEES) --    *
      *       A DEFAUT, DATE DU DERNIER PASSAGE INSCRITE DANS RUNCTLG1 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANOM.
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

      *    LES VENTES SONT LUES DEUX FOIS DANS L ORDRE DE LEUR CLE
      *    (CODEA + SIREN + DATE) : DEVISES HABITUELLES PUIS CONTROLE.
      *    DANS UN MEME COUPLE ALBUM / DISTRIBUTEUR, L HISTORIQUE
      *    PRECEDE DONC LES LIGNES NOUVELLES
           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

           SELECT TARIF-KSDS
               ASSIGN TO DDTARIF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LP-CLE
               FILE STATUS F-LP-STATUS
               .

      *    TABLE DES TAUX DE CONVERSION ET SON HISTORIQUE DATE (CF
      *    GLJRNL POUR LE MEME PROCEDE)
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

      *    DATE DU DERNIER PASSAGE (CF RUNCTLG1), INSCRITE EN FIN
      *    NORMALE DE TRAITEMENT
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
               .

      *    LE RAPPORT EST CLASSE PAR SCORE DECROISSANT, D OU LE
      *    PASSAGE PAR UN TRI DES LIGNES RETENUES
           SELECT SORT-WORK
               ASSIGN TO DDSTWORK
               .

      *    RAPPORT IMPRIMABLE, 132 COLONNES
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PR-STATUS
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

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

      *    SEUL LE DESSIN DE L ENREGISTREMENT EST REPRIS ICI (CF
      *    VENTES.cpy, QUI PORTE UN NIVEAU 77)
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
           05 FILLER               PIC X(39).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 FILLER               PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 FILLER               PIC X(01).
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD TARIF-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TARIF
           .

       COPY TARIF.

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

       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RUNCTRL
           .

       01 E-RUNCTRL.
           05 RC-JOB-NAME           PIC X(08).
           05 RC-DATE-EXEC          PIC 9(08).
           05 RC-HEURE-EXEC         PIC X(08).
           05 RC-STATUT             PIC X(01).
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
           05 FILLER                PIC X(55).

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

      *    ZONE DE TRI -- UNE LIGNE PAR VENTE ATYPIQUE
       SD SORT-WORK
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SD-ANOMALIE
           .

       01 SD-ANOMALIE.
           05 SD-AN-SCORE           PIC 9(05).
           05 SD-AN-VE-KEY.
               10 SD-AN-CODEA       PIC X(06).
               10 SD-AN-SIREN       PIC X(05).
               10 SD-AN-DATE-VENTE  PIC X(08).
               10 SD-AN-NUM-LIGNE   PIC 9(02).
           05 SD-AN-QTE             PIC 9(05).
           05 SD-AN-QTE-MOY         PIC 9(05)V9(02).
           05 SD-AN-PRIX            PIC 9(07)V9(02).
           05 SD-AN-PRIX-LISTE      PIC 9(07)V9(02).
           05 SD-AN-PRIX-MOY        PIC 9(07)V9(02).
           05 SD-AN-DEVISE          PIC X(03).
           05 SD-AN-CODE            PIC X(08).
           05 SD-AN-CONTROLES       PIC X(04).
           05 FILLER                PIC X(40).

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LIGNE
           .

       01 PRINT-LIGNE               PIC X(132).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 F-EX-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-LP-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.
       77 W-RC-DATE-JOUR          PIC 9(08).
       77 W-RC-HEURE-JOUR         PIC X(08).

      * SEUILS DE DETECTION -- UN ECART N EST SIGNALE QU AU-DELA DU
      * FACTEUR (DANS UN SENS OU DANS L AUTRE), ET SEULEMENT QUAND
      * L HISTORIQUE COMPTE ASSEZ DE LIGNES POUR FAIRE REFERENCE. UNE
      * LIGNE DONT LE SCORE ATTEINT LE SEUIL CRITIQUE EST DEPOSEE EN
      * GRAVITE 1, LES AUTRES EN GRAVITE 2
       77 W-MIN-HISTORIQUE        PIC 9(03) VALUE 3.
       77 W-FACTEUR-QTE           PIC 9(03) VALUE 5.
       77 W-FACTEUR-PRIX          PIC 9(03) VALUE 3.
       77 W-POINTS-DEVISE         PIC 9(05) VALUE 5.
       77 W-SCORE-CRITIQUE        PIC 9(05) VALUE 10.

      * DERNIER JOUR DEJA CONTROLE -- CARTE SYSIN, A DEFAUT DATE DU
      * DERNIER PASSAGE (RUNCTLG1), A DEFAUT LA VEILLE
       01 W-PARM-DATE             PIC X(08).
       77 W-DATE-JOUR             PIC 9(08).
       77 W-DATE-LIMITE           PIC 9(08) VALUE ZERO.
       77 W-DATE-VENTE            PIC 9(08).

      * TAUX DE CONVERSION DE LA VENTE EN COURS (DEFAUT 1, DEVISE
      * INCONNUE OU NON RENSEIGNEE TRAITEE COMME DEJA EN EUROS)
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.

      *    HISTORIQUE DES TAUX DE CHANGE, CHARGE EN TABLE AU DEMARRAGE
      *    (CF GLJRNL POUR LE MEME PRINCIPE)
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

      *    DEVISES HABITUELLES PAR DISTRIBUTEUR (LIGNES D HISTORIQUE
      *    PAR DISTRIBUTEUR ET DEVISE, DEVISE BLANCHE = EUR)
       01 TABLE-DEVISES-DISTRIB.
           05 TH-ENTREE OCCURS 3000 TIMES INDEXED BY IDX-TH.
               10 TH-SIREN            PIC X(05).
               10 TH-DEVISE           PIC X(03).
               10 TH-NB-LIGNES        PIC 9(07).
       77 NB-DEVISES-DISTRIB      PIC 9(04) VALUE ZERO.
       77 W-DEVISE-LIGNE          PIC X(03).
       77 W-NB-LIGNES-DISTRIB     PIC 9(07) VALUE ZERO.
       77 W-NB-LIGNES-DEVISE      PIC 9(07) VALUE ZERO.

      * HISTORIQUE DU COUPLE ALBUM / DISTRIBUTEUR EN COURS (LIGNES DE
      * VENTE DATEES AU PLUS TARD DU DERNIER JOUR DEJA CONTROLE ; LES
      * COMPOSANTS DE COFFRET, A PRIX REPARTI, NE COMPTENT PAS DANS
      * LE PRIX MOYEN)
       77 W-GRP-CODEA             PIC X(06) VALUE LOW-VALUES.
       77 W-GRP-SIREN             PIC X(05) VALUE LOW-VALUES.
       77 W-HI-NB-QTE             PIC 9(07) VALUE ZERO.
       77 W-HI-SOMME-QTE          PIC 9(11) VALUE ZERO.
       77 W-HI-NB-PRIX            PIC 9(07) VALUE ZERO.
       77 W-HI-SOMME-PRIX         PIC 9(13)V9(02) VALUE ZERO.

      * CONTROLE DE LA LIGNE EN COURS
       77 W-DIVISEUR-TVA          PIC 9(03)V9(02) VALUE 100.
       77 W-PRIX-EUR              PIC 9(07)V9(02) VALUE ZERO.
       77 W-QTE-MOY               PIC 9(05)V9(02) VALUE ZERO.
       77 W-QTE-LIGNE             PIC 9(05) VALUE ZERO.
       77 W-PRIX-LISTE            PIC 9(07)V9(02) VALUE ZERO.
       77 W-PRIX-MOY              PIC 9(07)V9(02) VALUE ZERO.
       77 W-RATIO                 PIC 9(09)V9(02) VALUE ZERO.
       77 W-POINTS                PIC 9(05) VALUE ZERO.
       77 W-POINTS-MAX            PIC 9(05) VALUE ZERO.
       77 W-SCORE                 PIC 9(05) VALUE ZERO.
       77 W-CODE-ANOMALIE         PIC X(08) VALUE SPACES.
       77 W-CODE-TEST             PIC X(08) VALUE SPACES.
      *    CONTROLES EN ECART : Q QUANTITE, T PRIX DE LISTE, H PRIX
      *    HABITUEL, D DEVISE INHABITUELLE
       01 W-CONTROLES.
           05 W-CTL-QTE               PIC X(01).
           05 W-CTL-TARIF             PIC X(01).
           05 W-CTL-HISTO             PIC X(01).
           05 W-CTL-DEVISE            PIC X(01).
       01 TARIF-IND               PIC 9.
           88 TARIF-TROUVE            VALUE 1.
           88 TARIF-ABSENT            VALUE 2.

      * EN-TETE DE PAGE
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(24)
               VALUE 'VENTANOM - VENTES ATYPIQ'.
           05 FILLER                  PIC X(32)
               VALUE 'UES A VERIFIER AVANT FACTURATION'.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(62) VALUE SPACES.

       01 W-LIGNE-PERIMETRE.
           05 FILLER                  PIC X(27)
               VALUE 'LIGNES DE VENTE DATEES APRE'.
           05 FILLER                  PIC X(06) VALUE 'S LE '.
           05 W-LP-DATE-LIMITE        PIC 9(08).
           05 FILLER                  PIC X(91) VALUE SPACES.

      * MAQUETTE DE LA LIGNE D EN-TETE DES COLONNES
       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(05) VALUE 'RANG'.
           05 FILLER                  PIC X(06) VALUE 'SCORE'.
           05 FILLER                  PIC X(05) VALUE 'CODA'.
           05 FILLER                  PIC X(06) VALUE 'SIREN'.
           05 FILLER                  PIC X(09) VALUE 'DATE'.
           05 FILLER                  PIC X(03) VALUE 'LG'.
           05 FILLER                  PIC X(06) VALUE '  QTE'.
           05 FILLER                  PIC X(09) VALUE ' QTE MOY'.
           05 FILLER                  PIC X(11) VALUE ' PRIX HT EU'.
           05 FILLER                  PIC X(11) VALUE ' PRIX LISTE'.
           05 FILLER                  PIC X(11) VALUE ' PRIX HABIT'.
           05 FILLER                  PIC X(04) VALUE 'DEV'.
           05 FILLER                  PIC X(09) VALUE 'ANOMALIE'.
           05 FILLER                  PIC X(04) VALUE 'QTHD'.
           05 FILLER                  PIC X(33) VALUE SPACES.

      * MAQUETTE DE LA LIGNE DETAIL (UNE LIGNE PAR VENTE ATYPIQUE)
       01 W-LIGNE-DETAIL.
           05 W-LD-RANG               PIC ZZZ9.
           05 FILLER                  PIC X(01).
           05 W-LD-SCORE              PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LD-DATE-VENTE         PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LD-NUM-LIGNE          PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-LD-QTE                PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 W-LD-QTE-MOY            PIC ZZZZ9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-PRIX               PIC Z(6)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-PRIX-LISTE         PIC Z(6)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-PRIX-MOY           PIC Z(6)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-DEVISE             PIC X(03).
           05 FILLER                  PIC X(01).
           05 W-LD-CODE               PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LD-CONTROLES          PIC X(04).
           05 FILLER                  PIC X(33).

      * LEGENDE EDITEE EN FIN DE RAPPORT
       01 W-LIGNE-LEGENDE.
           05 FILLER                  PIC X(30)
               VALUE 'Q QUANTITE HORS NORME  T PRIX '.
           05 FILLER                  PIC X(30)
               VALUE 'ECARTE DU TARIF  H PRIX ECARTE'.
           05 FILLER                  PIC X(30)
               VALUE ' DE L HABITUDE  D DEVISE INHAB'.
           05 FILLER                  PIC X(07) VALUE 'ITUELLE'.
           05 FILLER                  PIC X(35) VALUE SPACES.

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * GESTION DE LA PAGINATION
       77 W-NUM-PAGE                 PIC 9(04) VALUE ZERO.
       77 W-NB-LIGNES-PAGE           PIC 9(03) VALUE ZERO.
       77 W-MAX-LIGNES-PAGE          PIC 9(03) VALUE 55.
       77 W-RANG                     PIC 9(04) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-HISTORIQUE    PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-NOUVELLES     PIC 9(07) VALUE ZERO.
       77 NB-SANS-REFERENCE       PIC 9(07) VALUE ZERO.
       77 NB-ATYPIQUES            PIC 9(07) VALUE ZERO.
       77 NB-CRITIQUES            PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.
       01 FIN-TRIE-IND            PIC 9.
           88 FIN-TRIE                VALUE 1.
           88 NON-FIN-TRIE            VALUE 2.

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
           SET FIN-VENTES TO TRUE
           SET FIN-DEVISEH TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-DATE
           ACCEPT W-PARM-DATE FROM SYSIN
           IF W-PARM-DATE IS NUMERIC
               MOVE W-PARM-DATE TO W-DATE-LIMITE
           ELSE
               PERFORM LIRE-DERNIER-PASSAGE
           END-IF
           OPEN INPUT TARIF-KSDS
           IF F-LP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER TARIF'
               DISPLAY 'CODE ERREUR = ' F-LP-STATUS
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
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTANOM - DETECTION DES VENTES ATYPIQUES'
           DISPLAY 'LIGNES DATEES APRES LE : ' W-DATE-LIMITE
           DISPLAY '---------------------------------------------'

           PERFORM RELEVER-DEVISES-HABITUELLES

           SORT SORT-WORK
               ON DESCENDING KEY SD-AN-SCORE
               ON ASCENDING KEY SD-AN-VE-KEY
               INPUT PROCEDURE IS CONTROLER-VENTES
               OUTPUT PROCEDURE IS EDITER-CLASSEMENT
               .

           PERFORM INSCRIRE-PASSAGE
           PERFORM FIN-TRAITEMENT
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL (QUI S ACHEVE PAR STOP
      *    RUN VIA FIN-TRAITEMENT) POUR QUE L ENCHAINEMENT SEQUENTIEL
      *    EN SORTIE D INITIALISATION NE LE REEXECUTE PAS (CF GLJRNL)
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

      *    SANS CARTE, LES LIGNES CONTROLEES SONT CELLES DATEES APRES
      *    LE DERNIER PASSAGE NORMAL ; AU PREMIER PASSAGE, CELLES DU
      *    JOUR (LA VEILLE CALCULEE PAR SIMPLE DECREMENT SUFFIT A LA
      *    COMPARAISON DE DATES AAAAMMJJ)
       LIRE-DERNIER-PASSAGE.
           COMPUTE W-DATE-LIMITE = W-DATE-JOUR - 1
           OPEN INPUT RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           ELSE
               MOVE 'VENTANOM' TO RC-JOB-NAME
               READ RUNCTRL-KSDS
                   INVALID KEY
                       DISPLAY 'PREMIER PASSAGE, LIGNES DU JOUR SEULES'
                   NOT INVALID KEY
                       IF RC-STATUT-OK
                           MOVE RC-DATE-EXEC TO W-DATE-LIMITE
                       END-IF
               END-READ
               CLOSE RUNCTRL-KSDS
           END-IF
           .

      *    PREMIERE PASSE -- LIGNES D HISTORIQUE PAR DISTRIBUTEUR ET
      *    DEVISE, POUR RECONNAITRE UNE DEVISE INHABITUELLE
       RELEVER-DEVISES-HABITUELLES.
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET FIN-VENTES TO TRUE
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               IF NOT VE-MVT-RETOUR
                   MOVE VE-DATE-VENTE TO W-DATE-VENTE
                   IF W-DATE-VENTE NOT > W-DATE-LIMITE
                       PERFORM COMPTER-DEVISE-DISTRIB
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           CLOSE VENTES-KSDS
           .

       COMPTER-DEVISE-DISTRIB.
           PERFORM NORMALISER-DEVISE
           SET IDX-TH TO 1
           SEARCH TH-ENTREE
               AT END
                   CONTINUE
               WHEN IDX-TH > NB-DEVISES-DISTRIB
                   IF NB-DEVISES-DISTRIB < 3000
                       ADD 1 TO NB-DEVISES-DISTRIB
                       MOVE VE-SIREN TO TH-SIREN (IDX-TH)
                       MOVE W-DEVISE-LIGNE TO TH-DEVISE (IDX-TH)
                       MOVE 1 TO TH-NB-LIGNES (IDX-TH)
                   END-IF
               WHEN TH-SIREN (IDX-TH) = VE-SIREN
                       AND TH-DEVISE (IDX-TH) = W-DEVISE-LIGNE
                   ADD 1 TO TH-NB-LIGNES (IDX-TH)
           END-SEARCH
           .

       NORMALISER-DEVISE.
           IF VE-DEVISE = SPACES
               MOVE 'EUR' TO W-DEVISE-LIGNE
           ELSE
               MOVE VE-DEVISE TO W-DEVISE-LIGNE
           END-IF
           .

      *    SECONDE PASSE (ALIMENTATION DU TRI) -- L HISTORIQUE DU
      *    COUPLE ALBUM / DISTRIBUTEUR EST CUMULE AU FIL DE LA LECTURE,
      *    LES LIGNES NOUVELLES QUI LE SUIVENT Y SONT COMPAREES. LES
      *    RETOURS NE SONT NI CUMULES NI CONTROLES
       CONTROLER-VENTES.
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET FIN-VENTES TO TRUE
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               ADD 1 TO NB-VENTES-LUES
               IF VE-CODEA NOT = W-GRP-CODEA
                       OR VE-SIREN NOT = W-GRP-SIREN
                   PERFORM CHANGER-DE-COUPLE
               END-IF
               IF NOT VE-MVT-RETOUR
                   PERFORM CALCULER-PRIX-EUR
                   MOVE VE-DATE-VENTE TO W-DATE-VENTE
                   IF W-DATE-VENTE NOT > W-DATE-LIMITE
                       PERFORM CUMULER-HISTORIQUE
                   ELSE
                       PERFORM CONTROLER-LIGNE
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           CLOSE VENTES-KSDS
           .

       CHANGER-DE-COUPLE.
           MOVE VE-CODEA TO W-GRP-CODEA
           MOVE VE-SIREN TO W-GRP-SIREN
           MOVE ZERO TO W-HI-NB-QTE
           MOVE ZERO TO W-HI-SOMME-QTE
           MOVE ZERO TO W-HI-NB-PRIX
           MOVE ZERO TO W-HI-SOMME-PRIX
           .

      *    PRIX UNITAIRE HORS TAXES EN EUROS (LE PRIX SAISI S ENTEND
      *    TOUTES TAXES COMPRISES, CF VE-TAUX-TVA)
       CALCULER-PRIX-EUR.
           PERFORM LIRE-DEVISE
           COMPUTE W-DIVISEUR-TVA = 100 + VE-TAUX-TVA
           COMPUTE W-PRIX-EUR ROUNDED =
               VE-PRIX * W-TAUX-VENTE * 100 / W-DIVISEUR-TVA
           .

       CUMULER-HISTORIQUE.
           ADD 1 TO NB-LIGNES-HISTORIQUE
           ADD 1 TO W-HI-NB-QTE
           ADD VE-QTE TO W-HI-SOMME-QTE
           IF NOT VE-LIGNE-COMPOSANT AND W-PRIX-EUR > ZERO
               ADD 1 TO W-HI-NB-PRIX
               ADD W-PRIX-EUR TO W-HI-SOMME-PRIX
           END-IF
           .

      *    CHAQUE CONTROLE EN ECART APPORTE AU SCORE LE RAPPORT ENTRE
      *    LA LIGNE ET SA REFERENCE (x100 POUR DES DECIMALES DECALEES
      *    DE DEUX RANGS) ; L ANOMALIE RETENUE EST CELLE QUI PESE LE
      *    PLUS
       CONTROLER-LIGNE.
           ADD 1 TO NB-LIGNES-NOUVELLES
           MOVE ZERO TO W-SCORE
           MOVE ZERO TO W-POINTS-MAX
           MOVE SPACES TO W-CODE-ANOMALIE
           MOVE SPACES TO W-CONTROLES
           MOVE ZERO TO W-QTE-MOY
           MOVE ZERO TO W-PRIX-LISTE
           MOVE ZERO TO W-PRIX-MOY
           SET TARIF-ABSENT TO TRUE
           PERFORM CONTROLER-QUANTITE
           IF NOT VE-LIGNE-COMPOSANT
               PERFORM CONTROLER-PRIX-TARIF
               PERFORM CONTROLER-PRIX-HABITUEL
           END-IF
           PERFORM CONTROLER-DEVISE
           IF W-HI-NB-QTE < W-MIN-HISTORIQUE AND TARIF-ABSENT
               ADD 1 TO NB-SANS-REFERENCE
           END-IF
           IF W-SCORE > ZERO
               ADD 1 TO NB-ATYPIQUES
               PERFORM ALIMENTER-LIGNE-TRI
               RELEASE SD-ANOMALIE
           END-IF
           .

       CONTROLER-QUANTITE.
           IF W-HI-NB-QTE NOT < W-MIN-HISTORIQUE
               COMPUTE W-QTE-MOY ROUNDED = W-HI-SOMME-QTE / W-HI-NB-QTE
               IF VE-QTE = ZERO
                   MOVE 1 TO W-QTE-LIGNE
               ELSE
                   MOVE VE-QTE TO W-QTE-LIGNE
               END-IF
               IF W-QTE-MOY > ZERO
                   IF W-QTE-LIGNE > W-QTE-MOY * W-FACTEUR-QTE
                       COMPUTE W-RATIO ROUNDED =
                           W-QTE-LIGNE / W-QTE-MOY
                       MOVE 'VAQTEHAU' TO W-CODE-TEST
                       MOVE 'Q' TO W-CTL-QTE
                       PERFORM NOTER-ECART
                   END-IF
                   IF W-QTE-LIGNE * W-FACTEUR-QTE < W-QTE-MOY
                       COMPUTE W-RATIO ROUNDED =
                           W-QTE-MOY / W-QTE-LIGNE
                       MOVE 'VAQTEBAS' TO W-CODE-TEST
                       MOVE 'Q' TO W-CTL-QTE
                       PERFORM NOTER-ECART
                   END-IF
               END-IF
           END-IF
           .

      *    PRIX DE LISTE DU SUPPORT VENDU, A DEFAUT PRIX TOUS SUPPORTS
       CONTROLER-PRIX-TARIF.
           SET TARIF-TROUVE TO TRUE
           MOVE VE-CODEA  TO LP-CODEA
           MOVE VE-FORMAT TO LP-FORMAT
           READ TARIF-KSDS
               INVALID KEY
                   MOVE SPACE TO LP-FORMAT
                   READ TARIF-KSDS
                       INVALID KEY
                           SET TARIF-ABSENT TO TRUE
                   END-READ
           END-READ
           IF TARIF-TROUVE AND LP-PRIX-LISTE > ZERO
               MOVE LP-PRIX-LISTE TO W-PRIX-LISTE
               MOVE W-PRIX-LISTE TO W-PRIX-MOY
               PERFORM COMPARER-PRIX
               IF W-RATIO > ZERO
                   MOVE 'VAPRXTAR' TO W-CODE-TEST
                   MOVE 'T' TO W-CTL-TARIF
                   PERFORM NOTER-ECART
               END-IF
               MOVE ZERO TO W-PRIX-MOY
           END-IF
           .

       CONTROLER-PRIX-HABITUEL.
           IF W-HI-NB-PRIX NOT < W-MIN-HISTORIQUE
               COMPUTE W-PRIX-MOY ROUNDED =
                   W-HI-SOMME-PRIX / W-HI-NB-PRIX
               IF W-PRIX-MOY > ZERO
                   PERFORM COMPARER-PRIX
                   IF W-RATIO > ZERO
                       MOVE 'VAPRXHAB' TO W-CODE-TEST
                       MOVE 'H' TO W-CTL-HISTO
                       PERFORM NOTER-ECART
                   END-IF
               END-IF
           END-IF
           .

      *    RAPPORT ENTRE LE PRIX DE LA LIGNE ET LA REFERENCE PLACEE
      *    DANS W-PRIX-MOY, DANS LE SENS DE L ECART -- ZERO QUAND
      *    L ECART RESTE DANS LE FACTEUR ADMIS
       COMPARER-PRIX.
           MOVE ZERO TO W-RATIO
           IF W-PRIX-EUR = ZERO
               MOVE W-FACTEUR-PRIX TO W-RATIO
               ADD 1 TO W-RATIO
           ELSE
               IF W-PRIX-EUR > W-PRIX-MOY * W-FACTEUR-PRIX
                   COMPUTE W-RATIO ROUNDED = W-PRIX-EUR / W-PRIX-MOY
               END-IF
               IF W-PRIX-EUR * W-FACTEUR-PRIX < W-PRIX-MOY
                   COMPUTE W-RATIO ROUNDED = W-PRIX-MOY / W-PRIX-EUR
               END-IF
           END-IF
           .

      *    DEVISE JAMAIS EMPLOYEE PAR UN DISTRIBUTEUR QUI A DEJA ASSEZ
      *    D HISTORIQUE POUR QU ON LUI CONNAISSE SES HABITUDES
       CONTROLER-DEVISE.
           PERFORM NORMALISER-DEVISE
           MOVE ZERO TO W-NB-LIGNES-DISTRIB
           MOVE ZERO TO W-NB-LIGNES-DEVISE
           PERFORM VARYING IDX-TH FROM 1 BY 1
                   UNTIL IDX-TH > NB-DEVISES-DISTRIB
               IF TH-SIREN (IDX-TH) = VE-SIREN
                   ADD TH-NB-LIGNES (IDX-TH) TO W-NB-LIGNES-DISTRIB
                   IF TH-DEVISE (IDX-TH) = W-DEVISE-LIGNE
                       ADD TH-NB-LIGNES (IDX-TH) TO W-NB-LIGNES-DEVISE
                   END-IF
               END-IF
           END-PERFORM
           IF W-NB-LIGNES-DISTRIB NOT < W-MIN-HISTORIQUE
                   AND W-NB-LIGNES-DEVISE = ZERO
               MOVE W-POINTS-DEVISE TO W-RATIO
               MOVE 'VADEVISE' TO W-CODE-TEST
               MOVE 'D' TO W-CTL-DEVISE
               PERFORM NOTER-ECART
           END-IF
           .

       NOTER-ECART.
           COMPUTE W-POINTS = W-RATIO
               ON SIZE ERROR
                   MOVE 99999 TO W-POINTS
           END-COMPUTE
           ADD W-POINTS TO W-SCORE
               ON SIZE ERROR
                   MOVE 99999 TO W-SCORE
           END-ADD
           IF W-POINTS > W-POINTS-MAX
               MOVE W-POINTS TO W-POINTS-MAX
               MOVE W-CODE-TEST TO W-CODE-ANOMALIE
           END-IF
           .

       ALIMENTER-LIGNE-TRI.
           INITIALIZE SD-ANOMALIE
           MOVE W-SCORE          TO SD-AN-SCORE
           MOVE E-VE-KEY         TO SD-AN-VE-KEY
           MOVE VE-QTE           TO SD-AN-QTE
           MOVE W-QTE-MOY        TO SD-AN-QTE-MOY
           MOVE W-PRIX-EUR       TO SD-AN-PRIX
           MOVE W-PRIX-LISTE     TO SD-AN-PRIX-LISTE
           MOVE W-PRIX-MOY       TO SD-AN-PRIX-MOY
           MOVE W-DEVISE-LIGNE   TO SD-AN-DEVISE
           MOVE W-CODE-ANOMALIE  TO SD-AN-CODE
           MOVE W-CONTROLES      TO SD-AN-CONTROLES
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

      *    RESTITUTION PAR SCORE DECROISSANT -- CHAQUE LIGNE EST
      *    EDITEE ET DEPOSEE DANS LA BOITE DES EXCEPTIONS
       EDITER-CLASSEMENT.
           SET NON-FIN-TRIE TO TRUE
           PERFORM EDITER-ENTETE-PAGE
           PERFORM RETOUR-ENRG-TRIE
           PERFORM UNTIL FIN-TRIE
               ADD 1 TO W-RANG
               IF W-NB-LIGNES-PAGE >= W-MAX-LIGNES-PAGE
                   PERFORM EDITER-ENTETE-PAGE
               END-IF
               PERFORM EDITER-LIGNE-ANOMALIE
               PERFORM DEPOSER-EXCEPTION
               PERFORM RETOUR-ENRG-TRIE
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-LEGENDE
           .

       RETOUR-ENRG-TRIE.
           RETURN SORT-WORK
               AT END
                   SET FIN-TRIE TO TRUE
               NOT AT END
                   SET NON-FIN-TRIE TO TRUE
           END-RETURN
           .

       EDITER-ENTETE-PAGE.
           ADD 1 TO W-NUM-PAGE
           MOVE ZERO TO W-NB-LIGNES-PAGE
           MOVE W-NUM-PAGE TO W-LT-NUM-PAGE
           MOVE W-DATE-LIMITE TO W-LP-DATE-LIMITE
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-PERIMETRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

       EDITER-LIGNE-ANOMALIE.
           MOVE SPACES              TO W-LIGNE-DETAIL
           MOVE W-RANG              TO W-LD-RANG
           MOVE SD-AN-SCORE         TO W-LD-SCORE
           MOVE SD-AN-CODEA         TO W-LD-CODEA
           MOVE SD-AN-SIREN         TO W-LD-SIREN
           MOVE SD-AN-DATE-VENTE    TO W-LD-DATE-VENTE
           MOVE SD-AN-NUM-LIGNE     TO W-LD-NUM-LIGNE
           MOVE SD-AN-QTE           TO W-LD-QTE
           MOVE SD-AN-QTE-MOY       TO W-LD-QTE-MOY
           MOVE SD-AN-PRIX          TO W-LD-PRIX
           MOVE SD-AN-PRIX-LISTE    TO W-LD-PRIX-LISTE
           MOVE SD-AN-PRIX-MOY      TO W-LD-PRIX-MOY
           MOVE SD-AN-DEVISE        TO W-LD-DEVISE
           MOVE SD-AN-CODE          TO W-LD-CODE
           MOVE SD-AN-CONTROLES     TO W-LD-CONTROLES
           WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           ADD 1 TO W-NB-LIGNES-PAGE
           .

       DEPOSER-EXCEPTION.
           IF SD-AN-SCORE NOT < W-SCORE-CRITIQUE
               MOVE '1' TO EX-GRAVITE
               ADD 1 TO NB-CRITIQUES
           ELSE
               MOVE '2' TO EX-GRAVITE
           END-IF
           MOVE SD-AN-CODE   TO EX-CODE
           MOVE SD-AN-VE-KEY TO EX-REF
           PERFORM SIGNALER-EXCEPTION
           .

      *    INSCRIT LE PASSAGE DU JOUR DANS RUNCTLG1 -- LE PROCHAIN
      *    PASSAGE SANS CARTE CONTROLERA LES LIGNES DATEES APRES
       INSCRIRE-PASSAGE.
           ACCEPT W-RC-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-RC-HEURE-JOUR FROM TIME
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           ELSE
               MOVE 'VENTANOM' TO RC-JOB-NAME
               MOVE W-RC-DATE-JOUR TO RC-DATE-EXEC
               MOVE W-RC-HEURE-JOUR TO RC-HEURE-EXEC
               SET RC-STATUT-OK TO TRUE
               MOVE SPACES TO E-RUNCTRL(26:55)
               WRITE E-RUNCTRL
                   INVALID KEY
                       REWRITE E-RUNCTRL
               END-WRITE
               CLOSE RUNCTRL-KSDS
           END-IF
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE TARIF-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTANOM - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'LIGNES D HISTORIQUE       : ' NB-LIGNES-HISTORIQUE
           DISPLAY 'LIGNES NOUVELLES          : ' NB-LIGNES-NOUVELLES
           DISPLAY 'SANS REFERENCE (NON VUES) : ' NB-SANS-REFERENCE
           DISPLAY 'LIGNES ATYPIQUES          : ' NB-ATYPIQUES
           DISPLAY 'DONT CRITIQUES            : ' NB-CRITIQUES
           DISPLAY '---------------------------------------------'
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

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-EX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'VENTANOM' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
                   UNTIL EXC-ECRITE OR W-EX-SEQ > 9998
           END-IF
           .

       TENTER-ECRITURE-EXC.
           MOVE W-EX-SEQ TO EX-SEQ
           WRITE E-EXCEPTN
               INVALID KEY
                   ADD 1 TO W-EX-SEQ
               NOT INVALID KEY
                   SET EXC-ECRITE TO TRUE
           END-WRITE
           .
