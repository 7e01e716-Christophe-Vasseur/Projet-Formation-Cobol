      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       RAPPORT MENSUEL DES ENGAGEMENTS D ALBUMS DES ARTISTES    *
      *                                                                *
      *       POUR CHAQUE ENGAGEMENT (ENGAGG1) : ALBUMS ENGAGES        *
      *       (PERIODE FERME ET OPTIONS LEVEES), ALBUMS LIVRES --      *
      *       SORTIS (ALBUMG1) SOUS UN CONTRAT DU MEME ARTISTE AVEC    *
      *       LE MEME DISTRIBUTEUR DEPUIS LA SIGNATURE DU CONTRAT DE   *
      *       BASE --, ALBUMS EXIGIBLES A DATE ET MANQUE ; PUIS LA     *
      *       SITUATION DE CHAQUE OPTION : LEVEE, ABANDONNEE, CADUQUE  *
      *       (PREAVIS DEPASSE SANS DECISION), A NOTIFIER (PREAVIS     *
      *       DANS LES 90 JOURS) OU EN SUSPENS (DDSORTIE)              *
      *                                                                *
      *       CARTE SYSIN FACULTATIVE : DATE D ARRETE AAAAMMJJ (A      *
      *       DEFAUT, DATE DU JOUR)                                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGAGRPT.
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

           SELECT ENGAGE-KSDS
               ASSIGN TO DDENGAGE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EG-CLE
               FILE STATUS F-EG-STATUS
               .

      *    LU EN DIRECT POUR LA DATE DE SIGNATURE DU CONTRAT DE BASE,
      *    PUIS EN SEQUENTIEL POUR RELEVER LES ALBUMS DE CHAQUE ARTISTE
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
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

       FD ENGAGE-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ENGAGE
           .

       COPY ENGAGE.

      *    F-CONTRAT PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 FILLER               PIC X(33).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

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

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-EG-STATUS             PIC X(02) VALUE '00'.
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * DATE D ARRETE -- CARTE SYSIN, A DEFAUT DATE DU JOUR -- ET
      * HORIZON D ALERTE SUR LES DATES DE PREAVIS DES OPTIONS
       01 W-PARM-DATE             PIC X(08).
       77 W-DATE-JOUR             PIC 9(08).
       77 W-DELAI-ALERTE-JRS      PIC 9(03) VALUE 90.
       77 W-DATE-ALERTE           PIC 9(08).

      * ARITHMETIQUE DE DATES EN JOURS REELS (FEVRIER A 29 LES
      * ANNEES MULTIPLES DE 4, PRINCIPE SIMPLIFIE DE CALSEMRP)
       01 W-DT-DATE-ECLATEE.
           05 W-DT-ANNEE              PIC 9(04).
           05 W-DT-MOIS               PIC 9(02).
           05 W-DT-JOUR               PIC 9(02).
       01 W-DT-TABLE-JOURS-MOIS.
           05 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 FILLER REDEFINES W-DT-TABLE-JOURS-MOIS.
           05 W-DT-JOURS-DU-MOIS      PIC 9(02) OCCURS 12 TIMES.
       77 W-DT-FIN-DE-MOIS        PIC 9(02) VALUE ZERO.
       77 W-DT-QUOTIENT-BISSEXT   PIC 9(04) VALUE ZERO.
       77 W-DT-RESTE-BISSEXT      PIC 9(04) VALUE ZERO.

      * DATE SAISIE EN JJ/MM/AAAA (SIGNATURE DU CONTRAT, SORTIE DE
      * L ALBUM), ECLATEE ET RECOMPOSEE EN AAAAMMJJ
       01 W-DATE-SAISIE-ECLATEE.
           05 W-DS-JOUR               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-DS-MOIS               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-DS-ANNEE              PIC 9(04).
       01 W-DATE-SAISIE-AAAAMMJJ.
           05 W-DS2-ANNEE             PIC 9(04).
           05 W-DS2-MOIS              PIC 9(02).
           05 W-DS2-JOUR              PIC 9(02).
       01 W-DATE-SAISIE-NUM REDEFINES W-DATE-SAISIE-AAAAMMJJ
                                  PIC 9(08).
       77 W-DATE-SORTIE           PIC 9(08) VALUE ZERO.

      *    ENGAGEMENTS CHARGES EN TABLE AU DEMARRAGE, DANS L ORDRE DE
      *    LEUR CLE ; LES ALBUMS LIVRES Y SONT CUMULES AU FIL DE LA
      *    LECTURE DES CONTRATS
       01 TABLE-ENGAGEMENTS.
           05 TE-ENTREE OCCURS 1000 TIMES INDEXED BY IDX-TE.
               10 TE-CODEA            PIC X(06).
               10 TE-CODEP            PIC X(06).
               10 TE-SIREN            PIC X(05).
               10 TE-DATE-SIGN        PIC 9(08).
               10 TE-NB-LIVRES        PIC 9(03).
               10 TE-PERIODE OCCURS 3 TIMES.
                   15 TE-PE-NB-ALBUMS      PIC 9(02).
                   15 TE-PE-DATE-LIVRAISON PIC 9(08).
                   15 TE-PE-DATE-PREAVIS   PIC 9(08).
                   15 TE-PE-STATUT         PIC X(01).
                       88 TE-PE-EN-SUSPENS     VALUE ' '.
                       88 TE-PE-LEVEE          VALUE 'E'.
                       88 TE-PE-ABANDONNEE     VALUE 'R'.
                       88 TE-PE-ENGAGEE        VALUE 'F' 'E'.
       77 NB-ENGAGEMENTS-TABLE    PIC 9(04) VALUE ZERO.
       77 P                       PIC 9(01).

      *    RATTACHEMENT D UN ALBUM -- A L ENGAGEMENT DU MEME ARTISTE
      *    ET DU MEME DISTRIBUTEUR LE PLUS RECEMMENT SIGNE AVANT SA
      *    SORTIE
       01 ARTISTE-ENGAGE-IND      PIC 9.
           88 ARTISTE-ENGAGE          VALUE 1.
           88 ARTISTE-NON-ENGAGE      VALUE 2.
       77 W-IDX-RETENU            PIC 9(04) VALUE ZERO.
       77 W-DATE-SIGN-RETENUE     PIC 9(08) VALUE ZERO.

      * SITUATION DE L ENGAGEMENT EN COURS D EDITION
       77 W-NB-ENGAGES            PIC 9(03) VALUE ZERO.
       77 W-NB-EXIGIBLES          PIC 9(03) VALUE ZERO.
       77 W-NB-CUMUL              PIC 9(03) VALUE ZERO.
       77 W-MANQUE                PIC 9(03) VALUE ZERO.
       77 W-PROCH-LIVRAISON       PIC 9(08) VALUE ZERO.

      * EN-TETE DU RAPPORT
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(30)
               VALUE 'ENGAGRPT - ENGAGEMENTS D ALBU'.
           05 FILLER                  PIC X(24)
               VALUE 'MS ET OPTIONS AU '.
           05 W-LT-DATE-JOUR          PIC 9(08).
           05 FILLER                  PIC X(70) VALUE SPACES.

       01 W-LIGNE-SECTION-LIVR.
           05 FILLER                  PIC X(30)
               VALUE 'LIVRAISONS D ALBUMS PAR CONTRA'.
           05 FILLER                  PIC X(02) VALUE 'T'.
           05 FILLER                  PIC X(100) VALUE SPACES.

       01 W-LIGNE-SECTION-OPT.
           05 FILLER                  PIC X(30)
               VALUE 'OPTIONS (A NOTIFIER = PREAVIS '.
           05 FILLER                  PIC X(30)
               VALUE 'DANS LES 90 JOURS, CADUQUE = P'.
           05 FILLER                  PIC X(30)
               VALUE 'REAVIS DEPASSE SANS DECISION)'.
           05 FILLER                  PIC X(42) VALUE SPACES.

      * MAQUETTES DES LIGNES D EN-TETE DES COLONNES
       01 W-LIGNE-ENTETE-LIVR.
           05 FILLER                  PIC X(05) VALUE 'CODA'.
           05 FILLER                  PIC X(05) VALUE 'CODP'.
           05 FILLER                  PIC X(06) VALUE 'SIREN'.
           05 FILLER                  PIC X(10) VALUE 'SIGNATURE'.
           05 FILLER                  PIC X(09) VALUE 'ENGAGES'.
           05 FILLER                  PIC X(08) VALUE 'LIVRES'.
           05 FILLER                  PIC X(10) VALUE 'EXIGIBLES'.
           05 FILLER                  PIC X(08) VALUE 'MANQUE'.
           05 FILLER                  PIC X(12) VALUE 'PROCH.LIVR.'.
           05 FILLER                  PIC X(59) VALUE 'SITUATION'.

       01 W-LIGNE-ENTETE-OPT.
           05 FILLER                  PIC X(05) VALUE 'CODA'.
           05 FILLER                  PIC X(05) VALUE 'CODP'.
           05 FILLER                  PIC X(06) VALUE 'SIREN'.
           05 FILLER                  PIC X(05) VALUE 'PER.'.
           05 FILLER                  PIC X(07) VALUE 'ALBUMS'.
           05 FILLER                  PIC X(10) VALUE 'PREAVIS'.
           05 FILLER                  PIC X(10) VALUE 'LIVRAISON'.
           05 FILLER                  PIC X(84) VALUE 'SITUATION'.

      * MAQUETTE DE LA LIGNE ENGAGEMENT
       01 W-LIGNE-LIVR.
           05 W-LL-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LL-CODEP              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LL-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LL-DATE-SIGN          PIC 9(08).
           05 FILLER                  PIC X(02).
           05 W-LL-NB-ENGAGES         PIC ZZZZ9.
           05 FILLER                  PIC X(04).
           05 W-LL-NB-LIVRES          PIC ZZZZ9.
           05 FILLER                  PIC X(03).
           05 W-LL-NB-EXIGIBLES       PIC ZZZZ9.
           05 FILLER                  PIC X(05).
           05 W-LL-MANQUE             PIC ZZZZ9.
           05 FILLER                  PIC X(03).
           05 W-LL-PROCH-LIVRAISON    PIC 9(08).
           05 FILLER                  PIC X(04).
           05 W-LL-SITUATION          PIC X(20).
           05 FILLER                  PIC X(39).

      * MAQUETTE DE LA LIGNE OPTION
       01 W-LIGNE-OPT.
           05 W-LO-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LO-CODEP              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LO-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LO-PERIODE            PIC 9(01).
           05 FILLER                  PIC X(04).
           05 W-LO-NB-ALBUMS          PIC ZZ9.
           05 FILLER                  PIC X(04).
           05 W-LO-DATE-PREAVIS       PIC 9(08).
           05 FILLER                  PIC X(02).
           05 W-LO-DATE-LIVRAISON     PIC 9(08).
           05 FILLER                  PIC X(02).
           05 W-LO-SITUATION          PIC X(20).
           05 FILLER                  PIC X(64).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-ENGAGEMENTS-LUS      PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-LUS         PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-LIVRES        PIC 9(07) VALUE ZERO.
       77 NB-EN-RETARD            PIC 9(07) VALUE ZERO.
       77 NB-OPTIONS-A-NOTIFIER   PIC 9(07) VALUE ZERO.
       77 NB-OPTIONS-CADUQUES     PIC 9(07) VALUE ZERO.
       77 NB-OPTIONS-LEVEES       PIC 9(07) VALUE ZERO.
       77 NB-OPTIONS-ABANDONNEES  PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-ENGAGE-IND          PIC 9.
           88 FIN-ENGAGE              VALUE 1.
           88 NON-FIN-ENGAGE          VALUE 2.
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
           SET FIN-ENGAGE TO TRUE
           SET FIN-CONTRAT TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-DATE
           ACCEPT W-PARM-DATE FROM SYSIN
           IF W-PARM-DATE IS NUMERIC
               MOVE W-PARM-DATE TO W-DATE-JOUR
           END-IF
           MOVE W-DATE-JOUR TO W-DT-DATE-ECLATEE
           PERFORM AVANCER-D-UN-JOUR W-DELAI-ALERTE-JRS TIMES
           MOVE W-DT-DATE-ECLATEE TO W-DATE-ALERTE
      *    OUVERTURE DES FICHIERS
           OPEN INPUT ENGAGE-KSDS
           IF F-EG-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ENGAGEMENTS'
               DISPLAY 'CODE ERREUR = ' F-EG-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RAPPORT'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ENGAGRPT - ENGAGEMENTS D ALBUMS ET OPTIONS'
           DISPLAY 'DATE D ARRETE : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-ENGAGEMENTS
           PERFORM COMPTER-LIVRAISONS

           MOVE W-DATE-JOUR TO W-LT-DATE-JOUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           PERFORM EDITER-LIVRAISONS
           PERFORM EDITER-OPTIONS

           PERFORM FIN-TRAITEMENT
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL (QUI S ACHEVE PAR STOP
      *    RUN VIA FIN-TRAITEMENT) POUR QUE L ENCHAINEMENT SEQUENTIEL
      *    EN SORTIE D INITIALISATION NE LE REEXECUTE PAS
       CHARGER-ENGAGEMENTS.
           PERFORM LECTURE-ENRG-ENGAGE
           PERFORM UNTIL FIN-ENGAGE
               ADD 1 TO NB-ENGAGEMENTS-LUS
               IF NB-ENGAGEMENTS-TABLE < 1000
                   ADD 1 TO NB-ENGAGEMENTS-TABLE
                   SET IDX-TE TO NB-ENGAGEMENTS-TABLE
                   PERFORM MEMORISER-ENGAGEMENT
               ELSE
                   DISPLAY 'TABLE DES ENGAGEMENTS PLEINE, IGNORE : '
                       EG-CODEA '/' EG-CODEP '/' EG-SIREN
               END-IF
               PERFORM LECTURE-ENRG-ENGAGE
           END-PERFORM
           .

       MEMORISER-ENGAGEMENT.
           MOVE EG-CODEA TO TE-CODEA (IDX-TE)
           MOVE EG-CODEP TO TE-CODEP (IDX-TE)
           MOVE EG-SIREN TO TE-SIREN (IDX-TE)
           MOVE ZERO     TO TE-NB-LIVRES (IDX-TE)
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               MOVE EG-PE-NB-ALBUMS (P)
                   TO TE-PE-NB-ALBUMS (IDX-TE, P)
               MOVE EG-PE-DATE-LIVRAISON (P)
                   TO TE-PE-DATE-LIVRAISON (IDX-TE, P)
               MOVE EG-PE-DATE-PREAVIS (P)
                   TO TE-PE-DATE-PREAVIS (IDX-TE, P)
               MOVE EG-PE-STATUT (P)
                   TO TE-PE-STATUT (IDX-TE, P)
           END-PERFORM
      *    SANS DATE DE SIGNATURE LISIBLE, TOUS LES ALBUMS SORTIS
      *    COMPTENT
           MOVE ZERO TO TE-DATE-SIGN (IDX-TE)
           MOVE EG-CLE TO E-CO-KEY
           READ CONTRAT-KSDS
               INVALID KEY
                   DISPLAY 'CONTRAT DE BASE ABSENT : '
                       EG-CODEA '/' EG-CODEP '/' EG-SIREN
               NOT INVALID KEY
                   MOVE E-CO-DATE-SIGN TO W-DATE-SAISIE-ECLATEE
                   PERFORM CONVERTIR-DATE-SAISIE
                   MOVE W-DATE-SAISIE-NUM TO TE-DATE-SIGN (IDX-TE)
           END-READ
           .

      *    LECTURE DE TOUS LES CONTRATS -- CHAQUE ALBUM SORTI SOUS UN
      *    CONTRAT D UN ARTISTE ENGAGE COMPTE COMME LIVRE
       COMPTER-LIVRAISONS.
           MOVE LOW-VALUES TO E-CO-KEY
           SET NON-FIN-CONTRAT TO TRUE
           START CONTRAT-KSDS KEY IS NOT LESS THAN E-CO-KEY
               INVALID KEY
                   SET FIN-CONTRAT TO TRUE
           END-START
           IF NON-FIN-CONTRAT
               PERFORM LECTURE-ENRG-CONTRAT
           END-IF
           PERFORM UNTIL FIN-CONTRAT
               ADD 1 TO NB-CONTRATS-LUS
               PERFORM RATTACHER-ALBUM
               PERFORM LECTURE-ENRG-CONTRAT
           END-PERFORM
           .

       RATTACHER-ALBUM.
           SET ARTISTE-NON-ENGAGE TO TRUE
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > NB-ENGAGEMENTS-TABLE
               IF TE-CODEP (IDX-TE) = E-CO-CODEP
                       AND TE-SIREN (IDX-TE) = E-CO-SIREN
                   SET ARTISTE-ENGAGE TO TRUE
               END-IF
           END-PERFORM
           IF ARTISTE-ENGAGE
               PERFORM DATER-SORTIE-ALBUM
               IF W-DATE-SORTIE > ZERO
                       AND W-DATE-SORTIE NOT > W-DATE-JOUR
                   PERFORM CHOISIR-ENGAGEMENT
               END-IF
           END-IF
           .

      *    UN ALBUM SANS DATE DE SORTIE OU A SORTIR N EST PAS LIVRE
       DATER-SORTIE-ALBUM.
           MOVE ZERO TO W-DATE-SORTIE
           MOVE E-CO-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-DATE-SORTIE TO W-DATE-SAISIE-ECLATEE
                   PERFORM CONVERTIR-DATE-SAISIE
                   MOVE W-DATE-SAISIE-NUM TO W-DATE-SORTIE
           END-READ
           .

       CHOISIR-ENGAGEMENT.
           MOVE ZERO TO W-IDX-RETENU
           MOVE ZERO TO W-DATE-SIGN-RETENUE
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > NB-ENGAGEMENTS-TABLE
               IF TE-CODEP (IDX-TE) = E-CO-CODEP
                       AND TE-SIREN (IDX-TE) = E-CO-SIREN
                       AND TE-DATE-SIGN (IDX-TE) NOT > W-DATE-SORTIE
                       AND TE-DATE-SIGN (IDX-TE)
                           NOT < W-DATE-SIGN-RETENUE
                   SET W-IDX-RETENU TO IDX-TE
                   MOVE TE-DATE-SIGN (IDX-TE) TO W-DATE-SIGN-RETENUE
               END-IF
           END-PERFORM
           IF W-IDX-RETENU > ZERO
               ADD 1 TO TE-NB-LIVRES (W-IDX-RETENU)
               ADD 1 TO NB-ALBUMS-LIVRES
           END-IF
           .

       CONVERTIR-DATE-SAISIE.
           MOVE ZERO TO W-DATE-SAISIE-NUM
           IF W-DS-JOUR IS NUMERIC AND W-DS-MOIS IS NUMERIC
                   AND W-DS-ANNEE IS NUMERIC
               MOVE W-DS-ANNEE TO W-DS2-ANNEE
               MOVE W-DS-MOIS  TO W-DS2-MOIS
               MOVE W-DS-JOUR  TO W-DS2-JOUR
           END-IF
           .

       EDITER-LIVRAISONS.
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-LIVR
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE-LIVR
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > NB-ENGAGEMENTS-TABLE
               PERFORM CALCULER-SITUATION
               PERFORM EDITER-LIGNE-LIVR
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

      *    ALBUMS ENGAGES = PERIODE FERME + OPTIONS LEVEES ; EXIGIBLES
      *    = CEUX DES PERIODES ENGAGEES DONT LA DATE DE LIVRAISON EST
      *    PASSEE ; LA PROCHAINE LIVRAISON EST LA DATE DE LA PREMIERE
      *    PERIODE ENGAGEE PAS ENCORE COUVERTE PAR LES LIVRAISONS
       CALCULER-SITUATION.
           MOVE ZERO TO W-NB-ENGAGES
           MOVE ZERO TO W-NB-EXIGIBLES
           MOVE ZERO TO W-NB-CUMUL
           MOVE ZERO TO W-MANQUE
           MOVE ZERO TO W-PROCH-LIVRAISON
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               IF TE-PE-ENGAGEE (IDX-TE, P)
                   ADD TE-PE-NB-ALBUMS (IDX-TE, P) TO W-NB-ENGAGES
                   ADD TE-PE-NB-ALBUMS (IDX-TE, P) TO W-NB-CUMUL
                   IF TE-PE-DATE-LIVRAISON (IDX-TE, P) < W-DATE-JOUR
                       ADD TE-PE-NB-ALBUMS (IDX-TE, P)
                           TO W-NB-EXIGIBLES
                   END-IF
                   IF W-NB-CUMUL > TE-NB-LIVRES (IDX-TE)
                           AND W-PROCH-LIVRAISON = ZERO
                       MOVE TE-PE-DATE-LIVRAISON (IDX-TE, P)
                           TO W-PROCH-LIVRAISON
                   END-IF
               END-IF
           END-PERFORM
           IF W-NB-EXIGIBLES > TE-NB-LIVRES (IDX-TE)
               COMPUTE W-MANQUE =
                   W-NB-EXIGIBLES - TE-NB-LIVRES (IDX-TE)
           END-IF
           .

       EDITER-LIGNE-LIVR.
           MOVE SPACES                  TO W-LIGNE-LIVR
           MOVE TE-CODEA (IDX-TE)       TO W-LL-CODEA
           MOVE TE-CODEP (IDX-TE)       TO W-LL-CODEP
           MOVE TE-SIREN (IDX-TE)       TO W-LL-SIREN
           MOVE TE-DATE-SIGN (IDX-TE)   TO W-LL-DATE-SIGN
           MOVE W-NB-ENGAGES            TO W-LL-NB-ENGAGES
           MOVE TE-NB-LIVRES (IDX-TE)   TO W-LL-NB-LIVRES
           MOVE W-NB-EXIGIBLES          TO W-LL-NB-EXIGIBLES
           MOVE W-MANQUE                TO W-LL-MANQUE
           MOVE W-PROCH-LIVRAISON       TO W-LL-PROCH-LIVRAISON
           IF W-MANQUE > ZERO
               ADD 1 TO NB-EN-RETARD
               MOVE '*** EN RETARD ***' TO W-LL-SITUATION
           ELSE
               IF TE-NB-LIVRES (IDX-TE) NOT < W-NB-ENGAGES
                   MOVE 'ENGAGEMENT HONORE' TO W-LL-SITUATION
               ELSE
                   MOVE 'A JOUR'            TO W-LL-SITUATION
               END-IF
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-LIVR
           .

       EDITER-OPTIONS.
           WRITE PRINT-LIGNE FROM SPACES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-OPT
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE-OPT
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > NB-ENGAGEMENTS-TABLE
               PERFORM VARYING P FROM 2 BY 1 UNTIL P > 3
                   IF TE-PE-NB-ALBUMS (IDX-TE, P) > ZERO
                       PERFORM EDITER-LIGNE-OPT
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

       EDITER-LIGNE-OPT.
           MOVE SPACES                  TO W-LIGNE-OPT
           MOVE TE-CODEA (IDX-TE)       TO W-LO-CODEA
           MOVE TE-CODEP (IDX-TE)       TO W-LO-CODEP
           MOVE TE-SIREN (IDX-TE)       TO W-LO-SIREN
           MOVE P                       TO W-LO-PERIODE
           MOVE TE-PE-NB-ALBUMS (IDX-TE, P)      TO W-LO-NB-ALBUMS
           MOVE TE-PE-DATE-PREAVIS (IDX-TE, P)   TO W-LO-DATE-PREAVIS
           MOVE TE-PE-DATE-LIVRAISON (IDX-TE, P) TO W-LO-DATE-LIVRAISON
           EVALUATE TRUE
               WHEN TE-PE-LEVEE (IDX-TE, P)
                   ADD 1 TO NB-OPTIONS-LEVEES
                   MOVE 'LEVEE'             TO W-LO-SITUATION
               WHEN TE-PE-ABANDONNEE (IDX-TE, P)
                   ADD 1 TO NB-OPTIONS-ABANDONNEES
                   MOVE 'ABANDONNEE'        TO W-LO-SITUATION
               WHEN TE-PE-DATE-PREAVIS (IDX-TE, P) < W-DATE-JOUR
                   ADD 1 TO NB-OPTIONS-CADUQUES
                   MOVE 'CADUQUE'           TO W-LO-SITUATION
               WHEN TE-PE-DATE-PREAVIS (IDX-TE, P) NOT > W-DATE-ALERTE
                   ADD 1 TO NB-OPTIONS-A-NOTIFIER
                   MOVE '*** A NOTIFIER ***' TO W-LO-SITUATION
               WHEN OTHER
                   MOVE 'EN SUSPENS'        TO W-LO-SITUATION
           END-EVALUATE
           WRITE PRINT-LIGNE FROM W-LIGNE-OPT
           .

       AVANCER-D-UN-JOUR.
           PERFORM CALCULER-FIN-DE-MOIS
           IF W-DT-JOUR < W-DT-FIN-DE-MOIS
               ADD 1 TO W-DT-JOUR
           ELSE
               MOVE 1 TO W-DT-JOUR
               IF W-DT-MOIS < 12
                   ADD 1 TO W-DT-MOIS
               ELSE
                   MOVE 1 TO W-DT-MOIS
                   ADD 1 TO W-DT-ANNEE
               END-IF
           END-IF
           .

       CALCULER-FIN-DE-MOIS.
           MOVE W-DT-JOURS-DU-MOIS (W-DT-MOIS) TO W-DT-FIN-DE-MOIS
           IF W-DT-MOIS = 2
               DIVIDE W-DT-ANNEE BY 4
                   GIVING W-DT-QUOTIENT-BISSEXT
                   REMAINDER W-DT-RESTE-BISSEXT
               IF W-DT-RESTE-BISSEXT = ZERO
                   MOVE 29 TO W-DT-FIN-DE-MOIS
               END-IF
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE ENGAGE-KSDS
           CLOSE CONTRAT-KSDS
           CLOSE ALBUM-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ENGAGRPT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENGAGEMENTS LUS           : ' NB-ENGAGEMENTS-LUS
           DISPLAY 'CONTRATS LUS              : ' NB-CONTRATS-LUS
           DISPLAY 'ALBUMS LIVRES RATTACHES   : ' NB-ALBUMS-LIVRES
           DISPLAY 'ENGAGEMENTS EN RETARD     : ' NB-EN-RETARD
           DISPLAY 'OPTIONS A NOTIFIER        : ' NB-OPTIONS-A-NOTIFIER
           DISPLAY 'OPTIONS CADUQUES          : ' NB-OPTIONS-CADUQUES
           DISPLAY 'OPTIONS LEVEES            : ' NB-OPTIONS-LEVEES
           DISPLAY 'OPTIONS ABANDONNEES       : '
               NB-OPTIONS-ABANDONNEES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ENGAGE.
           READ ENGAGE-KSDS NEXT RECORD
               AT END
                   SET FIN-ENGAGE TO TRUE
               NOT AT END
                   SET NON-FIN-ENGAGE TO TRUE
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
