      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES ENGAGEMENTS D ALBUMS (ENGAGG1)   *
      *       ET DES DECISIONS SUR LES OPTIONS -- UNE CARTE PAR        *
      *       MOUVEMENT :                                              *
      *         'E' CREATION OU MISE A JOUR DE L ENGAGEMENT D UN       *
      *             CONTRAT (PERIODE FERME ET OPTIONS)                 *
      *         'X' LEVEE D UNE OPTION -- L ECHEANCE DU CONTRAT DE     *
      *             BASE EST PROLONGEE JUSQU A LA DATE DE LIVRAISON DE *
      *             LA PERIODE ET UN AVENANT EST ECRIT DANS CTRADDG1   *
      *         'R' ABANDON D UNE OPTION (ET DES OPTIONS SUIVANTES)    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGALOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR MOUVEMENT
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT ENGAGE-KSDS
               ASSIGN TO DDENGAGE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EG-CLE
               FILE STATUS F-EG-STATUS
               .

      *    LE CONTRAT DE BASE DOIT EXISTER ; SON ECHEANCE EST
      *    PROLONGEE A LA LEVEE D UNE OPTION
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

      *    HISTORIQUE DES AVENANTS DE CONTRAT (CF PGMG1VD4)
           SELECT CTRADDEN-KSDS
               ASSIGN TO DDCTRADD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CA-KEY
               FILE STATUS F-CA-STATUS
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

       FD CHARGE-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CHARGE
           .

       01 E-CHARGE.
           05 CH-ACTION            PIC X(01).
               88 CH-ENGAGEMENT        VALUE 'E'.
               88 CH-LEVEE-OPTION      VALUE 'X'.
               88 CH-ABANDON-OPTION    VALUE 'R'.
           05 CH-CODEA             PIC X(06).
           05 CH-CODEP             PIC X(06).
           05 CH-SIREN             PIC X(05).
      *    PERIODE D OPTION VISEE PAR UNE LEVEE OU UN ABANDON (2 OU 3)
           05 CH-NUM-PERIODE       PIC 9(01).
      *    PERIODES DE L ENGAGEMENT (CARTE 'E' SEULEMENT), DATES EN
      *    AAAAMMJJ, MEMES POSITIONS QUE LE FICHIER VSAM SANS STATUT
           05 CH-PERIODE OCCURS 3 TIMES.
               10 CH-PE-NB-ALBUMS      PIC 9(02).
               10 CH-PE-DATE-LIVRAISON PIC 9(08).
               10 CH-PE-DATE-PREAVIS   PIC 9(08).
           05 FILLER               PIC X(07).

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
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 E-CO-TERRITOIRE      PIC X(03).
           05 E-CO-TAUX-RESERVE    PIC 9(02)V9(02).
           05 E-CO-STATUT          PIC X(01).
           05 FILLER               PIC X(10).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

      *    F-CTRADDEN PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD CTRADDEN-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRADDEN
           .

       01 E-CTRADDEN.
           05 CA-CODEA             PIC X(06).
           05 CA-CODEP             PIC X(06).
           05 CA-SIREN             PIC X(05).
           05 CA-DATE-EFFET        PIC X(08).
           05 CA-FONCTION          PIC X(20).
           05 CA-DROITS            PIC 9(03)V9(02).
           05 CA-DATE-EXPIR        PIC X(10).
           05 CA-DATE-CREATION     PIC 9(08).
           05 CA-STATUT            PIC X(01).
           05 FILLER               PIC X(11).

       01 CA-KEY REDEFINES E-CTRADDEN PIC X(25).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-EG-STATUS              PIC X(02) VALUE '00'.
       77 F-CO-STATUS              PIC X(02) VALUE '00'.
       77 F-CA-STATUS              PIC X(02) VALUE '00'.

      * MOTIF DE REJET DE LA CARTE EN COURS (SPACES = CARTE VALIDE,
      * LE PREMIER MOTIF RENCONTRE EST EDITE)
       77 W-MOTIF-REJET            PIC X(30) VALUE SPACES.

       77 W-DATE-JOUR              PIC 9(08).
       77 P                        PIC 9(01).
       77 W-DATE-PRECEDENTE        PIC 9(08) VALUE ZERO.

      * ECHEANCE DU CONTRAT DE BASE (SAISIE EN JJ/MM/AAAA), ECLATEE
      * ET RECOMPOSEE EN AAAAMMJJ POUR COMPARAISON NUMERIQUE
       01 W-DATE-EXPIR-ECLATEE.
           05 W-EXP-JOUR               PIC 9(02).
           05 FILLER                   PIC X(01).
           05 W-EXP-MOIS               PIC 9(02).
           05 FILLER                   PIC X(01).
           05 W-EXP-ANNEE              PIC 9(04).
       01 W-DATE-EXPIR-AAAAMMJJ.
           05 W-EXP2-ANNEE             PIC 9(04).
           05 W-EXP2-MOIS              PIC 9(02).
           05 W-EXP2-JOUR              PIC 9(02).
       01 W-DATE-EXPIR-NUM REDEFINES W-DATE-EXPIR-AAAAMMJJ
                                   PIC 9(08).

      * NOUVELLE ECHEANCE DU CONTRAT A LA LEVEE D UNE OPTION, EN
      * AAAAMMJJ PUIS RECOMPOSEE AU FORMAT DE SAISIE JJ/MM/AAAA
       01 W-NOUV-EXPIR-ECLATEE.
           05 W-NE-ANNEE               PIC 9(04).
           05 W-NE-MOIS                PIC 9(02).
           05 W-NE-JOUR                PIC 9(02).
       01 W-NOUV-EXPIR-SAISIE.
           05 W-NES-JOUR               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 W-NES-MOIS               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 W-NES-ANNEE              PIC 9(04).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES              PIC 9(07) VALUE ZERO.
       77 NB-LEVEES                PIC 9(07) VALUE ZERO.
       77 NB-ABANDONS              PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-PROLONGES    PIC 9(07) VALUE ZERO.
       77 NB-REJETS                PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DE CHARGEMENT
       01 FIN-CHARGE-IND           PIC 9.
           88 FIN-CHARGE               VALUE 1.
           88 NON-FIN-CHARGE           VALUE 2.
      * INDICATEUR D EXISTENCE DE L ENGAGEMENT DU CONTRAT
       01 ENGAGE-IND               PIC 9.
           88 ENGAGE-EXISTANT          VALUE 1.
           88 ENGAGE-NOUVEAU           VALUE 2.

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
           SET FIN-CHARGE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           OPEN I-O ENGAGE-KSDS
           IF F-EG-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ENGAGEMENTS'
               DISPLAY 'CODE ERREUR = ' F-EG-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O CTRADDEN-KSDS
           IF F-CA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CTRADDG1'
               DISPLAY 'CODE ERREUR = ' F-CA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ENGALOAD - ENGAGEMENTS D ALBUMS ET OPTIONS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-ENGAGE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL (QUI S ACHEVE PAR STOP
      *    RUN VIA FIN-TRAITEMENT) POUR QUE L ENCHAINEMENT SEQUENTIEL
      *    EN SORTIE D INITIALISATION NE LE REEXECUTE PAS
       TRAITER-CARTE-ENGAGE.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN CH-ENGAGEMENT
                       PERFORM CONTROLER-PERIODES
                       IF W-MOTIF-REJET = SPACES
                           PERFORM CREER-OU-MODIFIER
                       END-IF
                   WHEN CH-LEVEE-OPTION
                       PERFORM CONTROLER-OPTION
                       IF W-MOTIF-REJET = SPACES
                           PERFORM LEVER-OPTION
                       END-IF
                   WHEN CH-ABANDON-OPTION
                       PERFORM CONTROLER-OPTION
                       IF W-MOTIF-REJET = SPACES
                           PERFORM ABANDONNER-OPTION
                       END-IF
               END-EVALUATE
           END-IF
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, CONTRAT ' CH-CODEA '/' CH-CODEP '/'
                   CH-SIREN ' : ' W-MOTIF-REJET
           END-IF
           .

      *    CONTROLES COMMUNS -- MOUVEMENT CONNU, CONTRAT DE BASE
      *    EXISTANT, ENGAGEMENT RELU S IL EXISTE
       CONTROLER-CARTE.
           IF NOT CH-ENGAGEMENT AND NOT CH-LEVEE-OPTION
                   AND NOT CH-ABANDON-OPTION
               MOVE 'MOUVEMENT INCONNU' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-CODEA = SPACES OR CH-CODEP = SPACES
                       OR CH-SIREN = SPACES
                   MOVE 'CLE DU CONTRAT INCOMPLETE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEA TO E-CO-CODEA
               MOVE CH-CODEP TO E-CO-CODEP
               MOVE CH-SIREN TO E-CO-SIREN
               READ CONTRAT-KSDS
                   INVALID KEY
                       MOVE 'CONTRAT INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEA TO EG-CODEA
               MOVE CH-CODEP TO EG-CODEP
               MOVE CH-SIREN TO EG-SIREN
               READ ENGAGE-KSDS
                   INVALID KEY
                       SET ENGAGE-NOUVEAU TO TRUE
                   NOT INVALID KEY
                       SET ENGAGE-EXISTANT TO TRUE
               END-READ
           END-IF
           .

      *    LA PERIODE FERME EST OBLIGATOIRE ; UNE OPTION PREVUE DOIT
      *    PORTER UNE DATE DE PREAVIS ET UNE DATE DE LIVRAISON
      *    POSTERIEURE A CELLE DE LA PERIODE QUI LA PRECEDE. UNE OPTION
      *    DEJA LEVEE NE PEUT PAS ETRE RETIREE DE L ENGAGEMENT
       CONTROLER-PERIODES.
           MOVE ZERO TO W-DATE-PRECEDENTE
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 3 OR W-MOTIF-REJET NOT = SPACES
               IF CH-PE-NB-ALBUMS (P) NOT NUMERIC
                       OR CH-PE-DATE-LIVRAISON (P) NOT NUMERIC
                       OR CH-PE-DATE-PREAVIS (P) NOT NUMERIC
                   MOVE 'PERIODE NON NUMERIQUE' TO W-MOTIF-REJET
               ELSE
                   IF P = 1 AND CH-PE-NB-ALBUMS (P) = ZERO
                       MOVE 'PERIODE FERME SANS ALBUM'
                           TO W-MOTIF-REJET
                   END-IF
                   IF CH-PE-NB-ALBUMS (P) > ZERO
                       IF CH-PE-DATE-LIVRAISON (P)
                               NOT > W-DATE-PRECEDENTE
                           MOVE 'DATE DE LIVRAISON INCOHERENTE'
                               TO W-MOTIF-REJET
                       END-IF
                       IF P > 1 AND CH-PE-DATE-PREAVIS (P) = ZERO
                           MOVE 'OPTION SANS DATE DE PREAVIS'
                               TO W-MOTIF-REJET
                       END-IF
                       MOVE CH-PE-DATE-LIVRAISON (P)
                           TO W-DATE-PRECEDENTE
                   ELSE
                       IF ENGAGE-EXISTANT AND P > 1
                           IF EG-PE-LEVEE (P)
                               MOVE 'OPTION LEVEE NON SUPPRIMABLE'
                                   TO W-MOTIF-REJET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *    LA DECISION DEJA PRISE SUR UNE OPTION (LEVEE, ABANDON) EST
      *    CONSERVEE A LA MISE A JOUR DE L ENGAGEMENT
       CREER-OU-MODIFIER.
           IF ENGAGE-NOUVEAU
               MOVE SPACES TO E-ENGAGE
               MOVE CH-CODEA TO EG-CODEA
               MOVE CH-CODEP TO EG-CODEP
               MOVE CH-SIREN TO EG-SIREN
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               MOVE CH-PE-NB-ALBUMS (P)      TO EG-PE-NB-ALBUMS (P)
               MOVE CH-PE-DATE-LIVRAISON (P) TO EG-PE-DATE-LIVRAISON (P)
               MOVE CH-PE-DATE-PREAVIS (P)   TO EG-PE-DATE-PREAVIS (P)
               IF P = 1
                   SET EG-PE-FERME (P) TO TRUE
               ELSE
                   IF ENGAGE-NOUVEAU OR CH-PE-NB-ALBUMS (P) = ZERO
                       SET EG-PE-EN-SUSPENS (P) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE W-DATE-JOUR TO EG-DATE-MAJ
           IF ENGAGE-NOUVEAU
               WRITE E-ENGAGE
                   INVALID KEY
                       MOVE 'ECHEC CREATION ENGAGEMENT' TO W-MOTIF-REJET
                   NOT INVALID KEY
                       ADD 1 TO NB-CREES
               END-WRITE
           ELSE
               REWRITE E-ENGAGE
                   INVALID KEY
                       MOVE 'ECHEC MISE A JOUR ENGAGEMENT'
                           TO W-MOTIF-REJET
                   NOT INVALID KEY
                       ADD 1 TO NB-MODIFIES
               END-REWRITE
           END-IF
           .

      *    UNE OPTION SE LEVE OU S ABANDONNE UNE SEULE FOIS, DANS
      *    L ORDRE (LA PERIODE PRECEDENTE DOIT ETRE ENGAGEE) ET AU PLUS
      *    TARD A SA DATE DE PREAVIS
       CONTROLER-OPTION.
           IF ENGAGE-NOUVEAU
               MOVE 'ENGAGEMENT INCONNU' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-NUM-PERIODE NOT NUMERIC
                       OR CH-NUM-PERIODE < 2 OR CH-NUM-PERIODE > 3
                   MOVE 'PERIODE D OPTION INVALIDE' TO W-MOTIF-REJET
               ELSE
                   MOVE CH-NUM-PERIODE TO P
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF EG-PE-NB-ALBUMS (P) = ZERO
                   MOVE 'OPTION NON PREVUE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF NOT EG-PE-EN-SUSPENS (P)
                   MOVE 'OPTION DEJA LEVEE OU ABANDONNEE'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF NOT EG-PE-ENGAGEE (P - 1)
                   MOVE 'OPTION PRECEDENTE NON LEVEE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES AND CH-LEVEE-OPTION
               IF W-DATE-JOUR > EG-PE-DATE-PREAVIS (P)
                   MOVE 'DATE DE PREAVIS DEPASSEE' TO W-MOTIF-REJET
               END-IF
           END-IF
           .

       LEVER-OPTION.
           SET EG-PE-LEVEE (P) TO TRUE
           MOVE W-DATE-JOUR TO EG-DATE-MAJ
           REWRITE E-ENGAGE
               INVALID KEY
                   MOVE 'ECHEC MISE A JOUR ENGAGEMENT' TO W-MOTIF-REJET
               NOT INVALID KEY
                   ADD 1 TO NB-LEVEES
                   DISPLAY 'OPTION ' P ' LEVEE, CONTRAT ' CH-CODEA '/'
                       CH-CODEP '/' CH-SIREN
                   PERFORM PROLONGER-CONTRAT
           END-REWRITE
           .

      *    L ECHEANCE DU CONTRAT DE BASE EST PORTEE A LA DATE DE
      *    LIVRAISON DE LA PERIODE LEVEE, SI ELLE EST PLUS TARDIVE (UN
      *    CONTRAT SANS ECHEANCE N EN RECOIT PAS)
       PROLONGER-CONTRAT.
           MOVE ZERO TO W-DATE-EXPIR-NUM
           MOVE E-CO-DATE-EXPIR TO W-DATE-EXPIR-ECLATEE
           IF W-EXP-JOUR IS NUMERIC AND W-EXP-MOIS IS NUMERIC
                   AND W-EXP-ANNEE IS NUMERIC
               MOVE W-EXP-ANNEE TO W-EXP2-ANNEE
               MOVE W-EXP-MOIS  TO W-EXP2-MOIS
               MOVE W-EXP-JOUR  TO W-EXP2-JOUR
           END-IF
           IF W-DATE-EXPIR-NUM > ZERO
                   AND W-DATE-EXPIR-NUM < EG-PE-DATE-LIVRAISON (P)
               MOVE EG-PE-DATE-LIVRAISON (P) TO W-NOUV-EXPIR-ECLATEE
               MOVE W-NE-JOUR  TO W-NES-JOUR
               MOVE W-NE-MOIS  TO W-NES-MOIS
               MOVE W-NE-ANNEE TO W-NES-ANNEE
               MOVE W-NOUV-EXPIR-SAISIE TO E-CO-DATE-EXPIR
               REWRITE E-CONTRAT
                   INVALID KEY
                       DISPLAY 'ERREUR PROLONGATION CONTRAT '
                           E-CO-CODEA '/' E-CO-CODEP '/' E-CO-SIREN
                       DISPLAY 'CODE ERREUR = ' F-CO-STATUS
                   NOT INVALID KEY
                       ADD 1 TO NB-CONTRATS-PROLONGES
                       DISPLAY '   ECHEANCE DU CONTRAT PORTEE AU '
                           E-CO-DATE-EXPIR
                       PERFORM ECRIRE-AVENANT
               END-REWRITE
           END-IF
           .

      *    MEME CHAINAGE QUE P-ECRIRE-AVENANT DE PGMG1VD4 -- UN AVENANT
      *    DATE DU JOUR, REECRIT S IL EXISTE DEJA POUR LA JOURNEE
       ECRIRE-AVENANT.
           MOVE E-CO-CODEA      TO CA-CODEA
           MOVE E-CO-CODEP      TO CA-CODEP
           MOVE E-CO-SIREN      TO CA-SIREN
           MOVE W-DATE-JOUR     TO CA-DATE-EFFET
           READ CTRADDEN-KSDS
               INVALID KEY
                   PERFORM REMPLIR-AVENANT
                   WRITE E-CTRADDEN
                       INVALID KEY
                           DISPLAY 'ERREUR ECRITURE AVENANT'
                           DISPLAY 'CODE ERREUR = ' F-CA-STATUS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM REMPLIR-AVENANT
                   REWRITE E-CTRADDEN
                       INVALID KEY
                           DISPLAY 'ERREUR MISE A JOUR AVENANT'
                           DISPLAY 'CODE ERREUR = ' F-CA-STATUS
                   END-REWRITE
           END-READ
           .

       REMPLIR-AVENANT.
           MOVE SPACES          TO E-CTRADDEN
           MOVE E-CO-CODEA      TO CA-CODEA
           MOVE E-CO-CODEP      TO CA-CODEP
           MOVE E-CO-SIREN      TO CA-SIREN
           MOVE W-DATE-JOUR     TO CA-DATE-EFFET
           MOVE E-CO-FONCTION   TO CA-FONCTION
           MOVE E-CO-DROITS     TO CA-DROITS
           MOVE E-CO-DATE-EXPIR TO CA-DATE-EXPIR
           MOVE W-DATE-JOUR     TO CA-DATE-CREATION
           MOVE E-CO-STATUT     TO CA-STATUT
           .

      *    L ABANDON D UNE OPTION MET FIN A L ENGAGEMENT : LES OPTIONS
      *    SUIVANTES SONT ABANDONNEES AVEC ELLE
       ABANDONNER-OPTION.
           PERFORM VARYING P FROM CH-NUM-PERIODE BY 1 UNTIL P > 3
               IF EG-PE-EN-SUSPENS (P) AND EG-PE-NB-ALBUMS (P) > ZERO
                   SET EG-PE-ABANDONNEE (P) TO TRUE
               END-IF
           END-PERFORM
           MOVE W-DATE-JOUR TO EG-DATE-MAJ
           REWRITE E-ENGAGE
               INVALID KEY
                   MOVE 'ECHEC MISE A JOUR ENGAGEMENT' TO W-MOTIF-REJET
               NOT INVALID KEY
                   ADD 1 TO NB-ABANDONS
           END-REWRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE ENGAGE-KSDS
           CLOSE CONTRAT-KSDS
           CLOSE CTRADDEN-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ENGALOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'ENGAGEMENTS CREES         : ' NB-CREES
           DISPLAY 'ENGAGEMENTS MODIFIES      : ' NB-MODIFIES
           DISPLAY 'OPTIONS LEVEES            : ' NB-LEVEES
           DISPLAY 'OPTIONS ABANDONNEES       : ' NB-ABANDONS
           DISPLAY 'CONTRATS PROLONGES        : ' NB-CONTRATS-PROLONGES
           DISPLAY 'CARTES REJETEES           : ' NB-REJETS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CHARGE.
           READ CHARGE-FILE
               AT END
                   SET FIN-CHARGE TO TRUE
               NOT AT END
                   SET NON-FIN-CHARGE TO TRUE
                   ADD 1 TO NB-LUS
           END-READ
           .
