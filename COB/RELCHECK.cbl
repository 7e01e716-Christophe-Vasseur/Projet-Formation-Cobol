      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH QUOTIDIEN DE CONTROLE DE PREPARATION A LA SORTIE    *
      *      DES ALBUMS, A PASSER AVANT PRECPOST                       *
      *                                                                *
      *      SONT CONTROLES LES ALBUMS AYANT DES PRECOMMANDES EN       *
      *      ATTENTE ET LES ALBUMS PLANIFIES (RELPLG1) NON ENCORE      *
      *      SORTIS :                                                  *
      *       - CODE EAN-13 PRESENT ET CLE DE CONTROLE JUSTE           *
      *       - AU MOINS UNE PISTE, TOUTES LES PISTES PORTANT UN CODE  *
      *         ISRC DE STRUCTURE VALIDE                               *
      *       - GENRE CONNU DE GENREFG1, LABEL CONNU DE LABELG1        *
      *       - AU MOINS UN CONTRAT ACTIF SUR L ALBUM                  *
      *       - POUR UN ALBUM PHYSIQUE (LIGNE DE STOCK CD/VINYLE,      *
      *         COMMANDE DE FABRICATION, PRECOMMANDE PHYSIQUE OU       *
      *         JALON DE FABRICATION PLANIFIE) : UNE COMMANDE DE       *
      *         FABRICATION LANCEE OU SOLDEE ET DU STOCK DISPONIBLE    *
      *         AU DEPOT PRINCIPAL                                     *
      *                                                                *
      *      LE VERDICT ET LES ANOMALIES SONT POSES SUR LE PLAN DE     *
      *      SORTIE DE L ALBUM, CREE S IL N EXISTE PAS ENCORE (JALONS  *
      *      A ZERO) ; PRECPOST RETIENT LES PRECOMMANDES DES ALBUMS    *
      *      NON PRETS                                                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCHECK.
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

      *    PRECOMMANDES, PARCOURUES POUR RELEVER LES ALBUMS A VERIFIER
           SELECT PRECOM-KSDS
               ASSIGN TO DDPRECOM
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-PC-KEY
               FILE STATUS F-PC-STATUS
               .

      *    PLANS DE SORTIE -- PARCOURUS PUIS MIS A JOUR PAR CLE
           SELECT RELPLAN-KSDS
               ASSIGN TO DDRELPLN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PS-CODEA
               FILE STATUS F-PS-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

      *    PISTES, PARCOURUES EN ENTIER (PAS D INDEX SUR CH-CODEA)
           SELECT CHANSON-KSDS
               ASSIGN TO DDCHANSON
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CH-CODEC
               FILE STATUS F-CH-STATUS
               .

           SELECT GENREREF-KSDS
               ASSIGN TO DDGENREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GR-GENRE
               FILE STATUS F-GR-STATUS
               .

           SELECT LABEL-KSDS
               ASSIGN TO DDLABEL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LB-CODE
               FILE STATUS F-LB-STATUS
               .

      *    CONTRATS, STOCK ET COMMANDES DE FABRICATION DE L ALBUM,
      *    PARCOURUS PAR PREFIXE CODEA
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
               .

           SELECT CDEFAB-KSDS
               ASSIGN TO DDCDEFAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CF-KEY
               FILE STATUS F-CF-STATUS
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

       FD PRECOM-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PRECOM
           .

       01 E-PRECOM.
           05 PC-CODEA             PIC X(06).
           05 PC-SIREN             PIC X(05).
           05 PC-DATE-SAISIE       PIC X(08).
           05 PC-NUM-LIGNE         PIC 9(02).
           05 PC-PRIX              PIC 9(05)V9(02).
           05 PC-QTE               PIC 9(05).
           05 PC-DEVISE            PIC X(03).
           05 PC-CODE-CLIENT       PIC X(06).
           05 PC-STATUT            PIC X(01).
               88 PC-EN-ATTENTE        VALUE 'A'.
           05 PC-DATE-POSTEE       PIC X(08).
      *    'C' CD, 'V' VINYLE : PRECOMMANDE D UN SUPPORT PHYSIQUE
           05 PC-FORMAT            PIC X(01).
               88 PC-PHYSIQUE          VALUE 'C' 'V'.
           05 FILLER               PIC X(28).

       01 E-PC-KEY REDEFINES E-PRECOM PIC X(21).

       FD RELPLAN-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RELPLAN
           .

       COPY RELPLAN.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

       FD GENREREF-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GENREREF
           .

       COPY GENREREF.

       FD LABEL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LABEL
           .

       COPY LABEL.

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
      *    ACTIF, OU SANS STATUT (ANTERIEUR AU CYCLE DE VIE)
           05 E-CO-STATUT          PIC X(01).
               88 E-CO-ACTIF           VALUE 'A' ' '.
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 E-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

       FD CDEFAB-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEFAB
           .

       COPY CDEFAB.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-PC-STATUS              PIC X(02) VALUE '00'.
       77 F-PS-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-GR-STATUS              PIC X(02) VALUE '00'.
       77 F-LB-STATUS              PIC X(02) VALUE '00'.
       77 F-CO-STATUS              PIC X(02) VALUE '00'.
       77 F-ST-STATUS              PIC X(02) VALUE '00'.
       77 F-CF-STATUS              PIC X(02) VALUE '00'.

       77 W-DATE-JOUR              PIC 9(08).

      * DATE DE SORTIE DE L ALBUM, ECLATEE ET RECOMPOSEE EN AAAAMMJJ
      * POUR COMPARAISON NUMERIQUE (SAISIE EN JJ/MM/AAAA)
       01 W-DATE-SORTIE-ECLATEE.
           05 W-SO-JOUR               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-SO-MOIS               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-SO-ANNEE              PIC 9(04).
       01 W-DATE-SORTIE-AAAAMMJJ.
           05 W-SO2-ANNEE             PIC 9(04).
           05 W-SO2-MOIS              PIC 9(02).
           05 W-SO2-JOUR              PIC 9(02).

      * ALBUMS A CONTROLER, AVEC CE QUE LES PARCOURS SEQUENTIELS DES
      * PRECOMMANDES, DES PLANS ET DES PISTES EN ONT RELEVE
       77 NB-ALBUMS-TABLE          PIC 9(04) VALUE ZERO.
       01 TABLE-ALBUMS.
           05 TR-ALBUM OCCURS 2000 TIMES INDEXED BY TR-IDX.
               10 TR-CODEA             PIC X(06).
      *        'O' SI L ALBUM A DES PRECOMMANDES EN ATTENTE
               10 TR-A-PRECOM          PIC X(01).
      *        'O' SI UNE PRECOMMANDE OU LE PLAN DESIGNE UN SUPPORT
      *        PHYSIQUE
               10 TR-PHYSIQUE          PIC X(01).
               10 TR-NB-PISTES         PIC 9(03).
               10 TR-NB-ISRC-KO        PIC 9(03).
       77 W-CODEA-CHERCHE          PIC X(06).
       01 ALBUM-TROUVE-IND         PIC 9.
           88 ALBUM-TROUVE             VALUE 1.
           88 ALBUM-NON-TROUVE         VALUE 2.

      * CONTROLE DU CODE EAN-13 -- STRUCTURE (13 CHIFFRES) ET CLE
      * DE CONTROLE, COMME A LA SAISIE D UN ALBUM (APIG1DA2)
       01 W-EAN-CTL.
           05 W-EAN-D OCCURS 13        PIC 9(01).
       77 W-EAN-I                  PIC 9(02) VALUE ZERO.
       77 W-EAN-SOMME              PIC 9(04) VALUE ZERO.
       77 W-EAN-CLE-CONTROLE       PIC 9(01) VALUE ZERO.
       77 W-EAN-QUOTIENT           PIC 9(04) VALUE ZERO.
       77 W-EAN-RESTE              PIC 9(01) VALUE ZERO.

      * CONTROLE DU CODE ISRC -- PAYS SUR 2 LETTRES, DECLARANT SUR
      * 3, ANNEE ET NUMERO SUR 7 CHIFFRES, COMME A LA SAISIE D UNE
      * CHANSON (APIG1DB2)
       01 W-ISRC-CTL.
           05 W-ISRC-PAYS              PIC X(02).
           05 W-ISRC-DECLARANT         PIC X(03).
           05 W-ISRC-NUMERIQUE         PIC X(07).

      * RESULTAT DU CONTROLE DE L ALBUM EN COURS, MEME DECOUPAGE QUE
      * PS-ANOMALIES SUR RELPLAN.cpy ('X' = POINT EN DEFAUT)
       01 W-ANOMALIES.
           05 W-ANO-EAN                PIC X(01).
           05 W-ANO-ISRC               PIC X(01).
           05 W-ANO-GENRE              PIC X(01).
           05 W-ANO-LABEL              PIC X(01).
           05 W-ANO-CONTRAT            PIC X(01).
           05 W-ANO-FABRICATION        PIC X(01).
           05 W-ANO-STOCK              PIC X(01).
       77 W-QTE-STOCK-PRINCIPAL    PIC 9(09) VALUE ZERO.
       01 ALBUM-PHYSIQUE-IND       PIC 9.
           88 ALBUM-PHYSIQUE           VALUE 1.
           88 ALBUM-DEMATERIALISE      VALUE 2.
       01 FABRICATION-LANCEE-IND   PIC 9.
           88 FABRICATION-LANCEE       VALUE 1.
           88 FABRICATION-NON-LANCEE   VALUE 2.
       01 CONTRAT-ACTIF-IND        PIC 9.
           88 CONTRAT-ACTIF-TROUVE     VALUE 1.
           88 CONTRAT-ACTIF-ABSENT     VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-PRECOM-EN-ATTENTE     PIC 9(07) VALUE ZERO.
       77 NB-PLANS-LUS             PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-CONTROLES      PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-PRETS          PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-NON-PRETS      PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-INCONNUS       PIC 9(07) VALUE ZERO.
       77 NB-PLANS-CREES           PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-HORS-TABLE     PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-PRECOM-IND           PIC 9.
           88 FIN-PRECOM               VALUE 1.
           88 NON-FIN-PRECOM           VALUE 2.
       01 FIN-PLANS-IND            PIC 9.
           88 FIN-PLANS                VALUE 1.
           88 NON-FIN-PLANS            VALUE 2.
       01 FIN-CHANSON-IND          PIC 9.
           88 FIN-CHANSON              VALUE 1.
           88 NON-FIN-CHANSON          VALUE 2.
       01 FIN-CONTRATS-IND         PIC 9.
           88 FIN-CONTRATS             VALUE 1.
           88 NON-FIN-CONTRATS         VALUE 2.
       01 FIN-STOCK-IND            PIC 9.
           88 FIN-STOCK                VALUE 1.
           88 NON-FIN-STOCK            VALUE 2.
       01 FIN-CDEFAB-IND           PIC 9.
           88 FIN-CDEFAB               VALUE 1.
           88 NON-FIN-CDEFAB           VALUE 2.

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
           SET FIN-PRECOM  TO TRUE
           SET FIN-PLANS   TO TRUE
           SET FIN-CHANSON TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      *    OUVERTURE DES FICHIERS
           OPEN INPUT PRECOM-KSDS
           IF F-PC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PRECOMMANDES'
               DISPLAY 'CODE ERREUR = ' F-PC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O RELPLAN-KSDS
           IF F-PS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PLANS DE SORTIE'
               DISPLAY 'CODE ERREUR = ' F-PS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CHANSON-KSDS
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT GENREREF-KSDS
           IF F-GR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER GENRES'
               DISPLAY 'CODE ERREUR = ' F-GR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT LABEL-KSDS
           IF F-LB-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LABEL'
               DISPLAY 'CODE ERREUR = ' F-LB-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CDEFAB-KSDS
           IF F-CF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES FABRICATION'
               DISPLAY 'CODE ERREUR = ' F-CF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'RELCHECK - CONTROLE DE PREPARATION A LA SORTIE'
           DISPLAY '           DES ALBUMS'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM RELEVER-PRECOMMANDES
           PERFORM RELEVER-PLANS
           PERFORM RELEVER-PISTES

           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > NB-ALBUMS-TABLE
               PERFORM CONTROLER-ALBUM
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    ALBUMS AYANT DES PRECOMMANDES EN ATTENTE, QUELLE QUE SOIT
      *    LEUR DATE DE SORTIE : C EST LE VERDICT QUE PRECPOST CONSULTE
       RELEVER-PRECOMMANDES.
           PERFORM LECTURE-ENRG-PRECOM
           PERFORM UNTIL FIN-PRECOM
               IF PC-EN-ATTENTE
                   ADD 1 TO NB-PRECOM-EN-ATTENTE
                   MOVE PC-CODEA TO W-CODEA-CHERCHE
                   PERFORM RETENIR-ALBUM
                   IF ALBUM-TROUVE
                       MOVE 'O' TO TR-A-PRECOM (TR-IDX)
                       IF PC-PHYSIQUE
                           MOVE 'O' TO TR-PHYSIQUE (TR-IDX)
                       END-IF
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-PRECOM
           END-PERFORM
           .

      *    ALBUMS PLANIFIES DONT LA SORTIE N EST PAS ENCORE PASSEE (OU
      *    PAS ENCORE DATEE) -- UN JALON DE FABRICATION PLANIFIE
      *    DESIGNE UN ALBUM PHYSIQUE
       RELEVER-PLANS.
           PERFORM LECTURE-ENRG-PLAN
           PERFORM UNTIL FIN-PLANS
               ADD 1 TO NB-PLANS-LUS
               MOVE PS-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RETENIR-ALBUM-PLANIFIE
               END-READ
               PERFORM LECTURE-ENRG-PLAN
           END-PERFORM
           .

       RETENIR-ALBUM-PLANIFIE.
           MOVE W-DATE-JOUR TO W-DATE-SORTIE-AAAAMMJJ
           IF AL-DATE-SORTIE NOT = SPACES
               MOVE AL-DATE-SORTIE TO W-DATE-SORTIE-ECLATEE
               MOVE W-SO-ANNEE     TO W-SO2-ANNEE
               MOVE W-SO-MOIS      TO W-SO2-MOIS
               MOVE W-SO-JOUR      TO W-SO2-JOUR
           END-IF
           IF W-DATE-SORTIE-AAAAMMJJ NOT < W-DATE-JOUR
               MOVE PS-CODEA TO W-CODEA-CHERCHE
               PERFORM RETENIR-ALBUM
               IF ALBUM-TROUVE AND PS-FABRIC-PREVUE NOT = ZERO
                   MOVE 'O' TO TR-PHYSIQUE (TR-IDX)
               END-IF
           END-IF
           .

      *    PISTES DES ALBUMS RETENUS : NOMBRE DE PISTES ET NOMBRE DE
      *    PISTES SANS CODE ISRC OU A CODE ISRC MAL FORME
       RELEVER-PISTES.
           PERFORM LECTURE-ENRG-CHANSON
           PERFORM UNTIL FIN-CHANSON
               MOVE CH-CODEA TO W-CODEA-CHERCHE
               PERFORM CHERCHER-ALBUM
               IF ALBUM-TROUVE
                   ADD 1 TO TR-NB-PISTES (TR-IDX)
                   MOVE CH-CODE-ISRC TO W-ISRC-CTL
                   IF W-ISRC-PAYS NOT ALPHABETIC
                           OR W-ISRC-PAYS = SPACES
                           OR W-ISRC-DECLARANT = SPACES
                           OR W-ISRC-NUMERIQUE NOT NUMERIC
                       ADD 1 TO TR-NB-ISRC-KO (TR-IDX)
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-CHANSON
           END-PERFORM
           .

      *    RECHERCHE DE W-CODEA-CHERCHE DANS LA TABLE ; TR-IDX DESIGNE
      *    LE POSTE TROUVE
       CHERCHER-ALBUM.
           SET ALBUM-NON-TROUVE TO TRUE
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > NB-ALBUMS-TABLE OR ALBUM-TROUVE
               IF TR-CODEA (TR-IDX) = W-CODEA-CHERCHE
                   SET ALBUM-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF ALBUM-TROUVE
               SET TR-IDX DOWN BY 1
           END-IF
           .

      *    RECHERCHE OU CREATION DU POSTE DE W-CODEA-CHERCHE
       RETENIR-ALBUM.
           PERFORM CHERCHER-ALBUM
           IF ALBUM-NON-TROUVE
               IF NB-ALBUMS-TABLE < 2000
                   ADD 1 TO NB-ALBUMS-TABLE
                   SET TR-IDX TO NB-ALBUMS-TABLE
                   MOVE W-CODEA-CHERCHE TO TR-CODEA (TR-IDX)
                   MOVE 'N'  TO TR-A-PRECOM (TR-IDX)
                   MOVE 'N'  TO TR-PHYSIQUE (TR-IDX)
                   MOVE ZERO TO TR-NB-PISTES (TR-IDX)
                   MOVE ZERO TO TR-NB-ISRC-KO (TR-IDX)
                   SET ALBUM-TROUVE TO TRUE
               ELSE
                   ADD 1 TO NB-ALBUMS-HORS-TABLE
                   DISPLAY 'TABLE DES ALBUMS PLEINE, ALBUM '
                       W-CODEA-CHERCHE ' NON CONTROLE'
               END-IF
           END-IF
           .

       CONTROLER-ALBUM.
           MOVE TR-CODEA (TR-IDX) TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   ADD 1 TO NB-ALBUMS-INCONNUS
                   DISPLAY 'ALBUM INCONNU : ' TR-CODEA (TR-IDX)
               NOT INVALID KEY
                   ADD 1 TO NB-ALBUMS-CONTROLES
                   PERFORM EVALUER-PREPARATION
                   PERFORM ENREGISTRER-VERDICT
                   PERFORM EDITER-VERDICT
           END-READ
           .

       EVALUER-PREPARATION.
           MOVE SPACES TO W-ANOMALIES
           PERFORM CONTROLER-EAN
           IF TR-NB-PISTES (TR-IDX) = ZERO
                   OR TR-NB-ISRC-KO (TR-IDX) > ZERO
               MOVE 'X' TO W-ANO-ISRC
           END-IF
           MOVE 'X' TO W-ANO-GENRE
           IF AL-GENRE NOT = SPACES
               MOVE AL-GENRE TO GR-GENRE
               READ GENREREF-KSDS
                   NOT INVALID KEY
                       MOVE SPACE TO W-ANO-GENRE
               END-READ
           END-IF
           MOVE 'X' TO W-ANO-LABEL
           IF AL-CODE-LABEL NOT = SPACES
               MOVE AL-CODE-LABEL TO LB-CODE
               READ LABEL-KSDS
                   NOT INVALID KEY
                       MOVE SPACE TO W-ANO-LABEL
               END-READ
           END-IF
           PERFORM CHERCHER-CONTRAT-ACTIF
           IF CONTRAT-ACTIF-ABSENT
               MOVE 'X' TO W-ANO-CONTRAT
           END-IF
           IF TR-PHYSIQUE (TR-IDX) = 'O'
               SET ALBUM-PHYSIQUE TO TRUE
           ELSE
               SET ALBUM-DEMATERIALISE TO TRUE
           END-IF
           PERFORM RELEVER-STOCK-ALBUM
           PERFORM RELEVER-FABRICATION-ALBUM
           IF ALBUM-PHYSIQUE
               IF FABRICATION-NON-LANCEE
                   MOVE 'X' TO W-ANO-FABRICATION
               END-IF
               IF W-QTE-STOCK-PRINCIPAL = ZERO
                   MOVE 'X' TO W-ANO-STOCK
               END-IF
           END-IF
           .

      *    PONDERATION 1 SUR LES POSITIONS IMPAIRES, 3 SUR LES PAIRES
      *    (POSITIONS 1 A 12), LA 13EME PORTANT LA CLE
       CONTROLER-EAN.
           IF AL-CODE-EAN NOT NUMERIC
               MOVE 'X' TO W-ANO-EAN
           ELSE
               MOVE AL-CODE-EAN TO W-EAN-CTL
               MOVE ZERO TO W-EAN-SOMME
               PERFORM VARYING W-EAN-I FROM 1 BY 2
                       UNTIL W-EAN-I > 11
                   ADD W-EAN-D (W-EAN-I) TO W-EAN-SOMME
               END-PERFORM
               PERFORM VARYING W-EAN-I FROM 2 BY 2
                       UNTIL W-EAN-I > 12
                   COMPUTE W-EAN-SOMME = W-EAN-SOMME
                       + (W-EAN-D (W-EAN-I) * 3)
               END-PERFORM
               DIVIDE W-EAN-SOMME BY 10
                   GIVING W-EAN-QUOTIENT
                   REMAINDER W-EAN-RESTE
               COMPUTE W-EAN-QUOTIENT = 10 - W-EAN-RESTE
               IF W-EAN-QUOTIENT = 10
                   MOVE ZERO TO W-EAN-CLE-CONTROLE
               ELSE
                   MOVE W-EAN-QUOTIENT TO W-EAN-CLE-CONTROLE
               END-IF
               IF W-EAN-D (13) NOT = W-EAN-CLE-CONTROLE
                   MOVE 'X' TO W-ANO-EAN
               END-IF
           END-IF
           .

       CHERCHER-CONTRAT-ACTIF.
           SET CONTRAT-ACTIF-ABSENT TO TRUE
           MOVE SPACES   TO E-CONTRAT
           MOVE AL-CODEA TO E-CO-CODEA
           SET NON-FIN-CONTRATS TO TRUE
           START CONTRAT-KSDS KEY IS NOT LESS THAN E-CO-KEY
               INVALID KEY
                   SET FIN-CONTRATS TO TRUE
           END-START
           PERFORM UNTIL FIN-CONTRATS OR CONTRAT-ACTIF-TROUVE
               READ CONTRAT-KSDS NEXT RECORD
                   AT END
                       SET FIN-CONTRATS TO TRUE
                   NOT AT END
                       IF E-CO-CODEA NOT = AL-CODEA
                           SET FIN-CONTRATS TO TRUE
                       ELSE
                           IF E-CO-ACTIF
                               SET CONTRAT-ACTIF-TROUVE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    QUANTITE DISPONIBLE AU DEPOT PRINCIPAL, TOUS SUPPORTS
      *    PHYSIQUES CONFONDUS -- TOUTE LIGNE CD OU VINYLE DESIGNE UN
      *    ALBUM PHYSIQUE
       RELEVER-STOCK-ALBUM.
           MOVE ZERO     TO W-QTE-STOCK-PRINCIPAL
           MOVE SPACES   TO E-STOCK
           MOVE AL-CODEA TO ST-CODEA
           SET NON-FIN-STOCK TO TRUE
           START STOCK-KSDS KEY IS NOT LESS THAN E-ST-KEY
               INVALID KEY
                   SET FIN-STOCK TO TRUE
           END-START
           PERFORM UNTIL FIN-STOCK
               READ STOCK-KSDS NEXT RECORD
                   AT END
                       SET FIN-STOCK TO TRUE
                   NOT AT END
                       IF ST-CODEA NOT = AL-CODEA
                           SET FIN-STOCK TO TRUE
                       ELSE
                           IF ST-FORMAT-CD OR ST-FORMAT-VINYLE
                               SET ALBUM-PHYSIQUE TO TRUE
                               IF ST-DEPOT-PRINCIPAL
                                   ADD ST-QTE-DISPO
                                       TO W-QTE-STOCK-PRINCIPAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    UNE COMMANDE DE FABRICATION LANCEE OU SOLDEE SATISFAIT LE
      *    CONTROLE ; TOUTE COMMANDE NON ANNULEE DESIGNE UN ALBUM
      *    PHYSIQUE
       RELEVER-FABRICATION-ALBUM.
           SET FABRICATION-NON-LANCEE TO TRUE
           MOVE SPACES   TO E-CDEFAB
           MOVE AL-CODEA TO CF-CODEA
           SET NON-FIN-CDEFAB TO TRUE
           START CDEFAB-KSDS KEY IS NOT LESS THAN E-CF-KEY
               INVALID KEY
                   SET FIN-CDEFAB TO TRUE
           END-START
           PERFORM UNTIL FIN-CDEFAB
               READ CDEFAB-KSDS NEXT RECORD
                   AT END
                       SET FIN-CDEFAB TO TRUE
                   NOT AT END
                       IF CF-CODEA NOT = AL-CODEA
                           SET FIN-CDEFAB TO TRUE
                       ELSE
                           IF NOT CF-ANNULEE
                               SET ALBUM-PHYSIQUE TO TRUE
                           END-IF
                           IF CF-OUVERTE OR CF-SOLDEE
                               SET FABRICATION-LANCEE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    LE PLAN ABSENT EST CREE SANS JALON, LE CONTROLE PORTANT
      *    AUSSI SUR LES ALBUMS NON ENCORE PLANIFIES
       ENREGISTRER-VERDICT.
           MOVE AL-CODEA TO PS-CODEA
           READ RELPLAN-KSDS
               INVALID KEY
                   MOVE SPACES   TO E-RELPLAN
                   MOVE AL-CODEA TO PS-CODEA
                   MOVE ZERO     TO PS-MASTER-PREVU
                                    PS-MASTER-FAIT
                                    PS-POCHETTE-PREVUE
                                    PS-POCHETTE-FAITE
                                    PS-FABRIC-PREVUE
                                    PS-FABRIC-FAITE
                   PERFORM PREPARER-VERDICT
                   WRITE E-RELPLAN
                       INVALID KEY
                           DISPLAY 'ERREUR CREATION PLAN ' PS-CODEA
                               ' CODE ' F-PS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO NB-PLANS-CREES
                   END-WRITE
               NOT INVALID KEY
                   PERFORM PREPARER-VERDICT
                   REWRITE E-RELPLAN
                       INVALID KEY
                           DISPLAY 'ERREUR MISE A JOUR PLAN ' PS-CODEA
                               ' CODE ' F-PS-STATUS
                   END-REWRITE
           END-READ
           .

       PREPARER-VERDICT.
           MOVE W-ANOMALIES TO PS-ANOMALIES
           MOVE W-DATE-JOUR TO PS-DATE-CONTROLE
           IF W-ANOMALIES = SPACES
               SET PS-PRET TO TRUE
               ADD 1 TO NB-ALBUMS-PRETS
           ELSE
               SET PS-NON-PRET TO TRUE
               ADD 1 TO NB-ALBUMS-NON-PRETS
           END-IF
           .

       EDITER-VERDICT.
           IF W-ANOMALIES = SPACES
               DISPLAY 'ALBUM ' AL-CODEA ' SORTIE ' AL-DATE-SORTIE
                   ' PRET A SORTIR'
           ELSE
               DISPLAY 'ALBUM ' AL-CODEA ' SORTIE ' AL-DATE-SORTIE
                   ' NON PRET'
               IF W-ANO-EAN = 'X'
                   DISPLAY '    CODE EAN ABSENT OU INVALIDE'
               END-IF
               IF W-ANO-ISRC = 'X'
                   DISPLAY '    PISTES : ' TR-NB-PISTES (TR-IDX)
                       ', ISRC ABSENTS OU INVALIDES : '
                       TR-NB-ISRC-KO (TR-IDX)
               END-IF
               IF W-ANO-GENRE = 'X'
                   DISPLAY '    GENRE INCONNU : ' AL-GENRE
               END-IF
               IF W-ANO-LABEL = 'X'
                   DISPLAY '    LABEL INCONNU : ' AL-CODE-LABEL
               END-IF
               IF W-ANO-CONTRAT = 'X'
                   DISPLAY '    AUCUN CONTRAT ACTIF'
               END-IF
               IF W-ANO-FABRICATION = 'X'
                   DISPLAY '    AUCUNE COMMANDE DE FABRICATION LANCEE'
               END-IF
               IF W-ANO-STOCK = 'X'
                   DISPLAY '    PAS DE STOCK AU DEPOT PRINCIPAL'
               END-IF
               IF TR-A-PRECOM (TR-IDX) = 'O'
                   DISPLAY '    PRECOMMANDES RETENUES PAR PRECPOST'
               END-IF
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE PRECOM-KSDS
           CLOSE RELPLAN-KSDS
           CLOSE ALBUM-KSDS
           CLOSE CHANSON-KSDS
           CLOSE GENREREF-KSDS
           CLOSE LABEL-KSDS
           CLOSE CONTRAT-KSDS
           CLOSE STOCK-KSDS
           CLOSE CDEFAB-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'RELCHECK - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'PRECOMMANDES EN ATTENTE   : ' NB-PRECOM-EN-ATTENTE
           DISPLAY 'PLANS DE SORTIE LUS       : ' NB-PLANS-LUS
           DISPLAY 'ALBUMS CONTROLES          : ' NB-ALBUMS-CONTROLES
           DISPLAY '  DONT PRETS A SORTIR     : ' NB-ALBUMS-PRETS
           DISPLAY '  DONT NON PRETS          : ' NB-ALBUMS-NON-PRETS
           DISPLAY 'PLANS CREES               : ' NB-PLANS-CREES
           DISPLAY 'ALBUMS INCONNUS           : ' NB-ALBUMS-INCONNUS
           DISPLAY 'ALBUMS HORS TABLE         : ' NB-ALBUMS-HORS-TABLE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-PRECOM.
           READ PRECOM-KSDS
               AT END
                   SET FIN-PRECOM TO TRUE
               NOT AT END
                   SET NON-FIN-PRECOM TO TRUE
           END-READ
           .

       LECTURE-ENRG-PLAN.
           READ RELPLAN-KSDS NEXT RECORD
               AT END
                   SET FIN-PLANS TO TRUE
               NOT AT END
                   SET NON-FIN-PLANS TO TRUE
           END-READ
           .

       LECTURE-ENRG-CHANSON.
           READ CHANSON-KSDS
               AT END
                   SET FIN-CHANSON TO TRUE
               NOT AT END
                   SET NON-FIN-CHANSON TO TRUE
           END-READ
           .
