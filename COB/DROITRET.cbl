      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE NUIT DE RETOUR DES DROITS AUX ARTISTES          *
      *                                                                *
      *       LES CONTRATS D UN ALBUM SONT LUS DANS L ORDRE DE LEUR    *
      *       CLE ; SEULS LES CONTRATS ACTIFS OU RESILIES COMPTENT     *
      *       (UN BROUILLON N A JAMAIS DONNE DE DROITS). LA FIN D UN   *
      *       CONTRAT EST SON ECHEANCE (E-CO-DATE-EXPIR) OU, S IL EST  *
      *       RESILIE, LA DATE DE RESILIATION RELEVEE SUR SES          *
      *       AVENANTS (CTRADDG1) SI ELLE EST ANTERIEURE ; LA DUREE    *
      *       D ECOULEMENT DES STOCKS (E-CO-MOIS-ECOULEMENT) S Y       *
      *       AJOUTE. QUAND LE DERNIER CONTRAT QUI COUVRE L ALBUM A    *
      *       DEPASSE CETTE DATE, L ALBUM EST BLOQUE (AL-STATUT-       *
      *       BLOCAGE) ET LE STOCK RESTANT EST EDITE, A DETRUIRE OU A  *
      *       RESTITUER ; LES ALBUMS DONT LE BLOCAGE INTERVIENDRA DANS *
      *       LES 60 JOURS SONT EDITES EN PREAVIS (DDSORTIE)           *
      *                                                                *
      *       CARTE SYSIN FACULTATIVE : DATE DE TRAITEMENT AAAAMMJJ    *
      *       (A DEFAUT, DATE DU JOUR)                                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROITRET.
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

      *    LA CLE (CODEA + CODEP + SIREN) REGROUPE LES CONTRATS D UN
      *    MEME ALBUM
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

      *    AVENANTS DE CONTRAT, PARCOURUS PAR CONTRAT A PARTIR DE SA
      *    CLE POUR DATER LA RESILIATION
           SELECT CTRADDEN-KSDS
               ASSIGN TO DDCTRADD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS F-CA-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

      *    LIGNES DE STOCK PHYSIQUE DE L ALBUM (TOUS SUPPORTS, TOUS
      *    SITES), PARCOURUES A PARTIR DU CODE ALBUM
           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
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
               88 E-CO-BROUILLON       VALUE 'B'.
               88 E-CO-EN-SIGNATURE    VALUE 'S'.
               88 E-CO-ACTIF           VALUE 'A' ' '.
               88 E-CO-RESILIE         VALUE 'T'.
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 E-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

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

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

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
      * EXCEPTION, UN PASSAGE SANS BLOCAGE NE TOUCHE PAS AU FICHIER)
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
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-CA-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-ST-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * DATE DE TRAITEMENT -- CARTE SYSIN, A DEFAUT DATE DU JOUR -- ET
      * HORIZON DU PREAVIS DE BLOCAGE
       01 W-PARM-DATE             PIC X(08).
       77 W-DATE-JOUR             PIC 9(08).
       77 W-DELAI-PREAVIS-JRS     PIC 9(03) VALUE 60.
       77 W-DATE-PREAVIS          PIC 9(08).

      * ARITHMETIQUE DE DATES EN JOURS ET MOIS REELS (FEVRIER A 29
      * LES ANNEES MULTIPLES DE 4, PRINCIPE SIMPLIFIE DE CALSEMRP)
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
       77 W-DT-MOIS-CUMULES       PIC 9(04) VALUE ZERO.
       77 W-DT-ANNEES-AJOUTEES    PIC 9(04) VALUE ZERO.
       77 W-DT-RANG-MOIS          PIC 9(04) VALUE ZERO.

      * DATE D ECHEANCE DU CONTRAT EN COURS, ECLATEE ET RECOMPOSEE
      * EN AAAAMMJJ POUR COMPARAISON NUMERIQUE (SAISIE EN JJ/MM/AAAA)
       01 W-DATE-EXPIR-ECLATEE.
           05 W-EXP-JOUR              PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-EXP-MOIS              PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-EXP-ANNEE             PIC 9(04).
       01 W-DATE-EXPIR-AAAAMMJJ.
           05 W-EXP2-ANNEE            PIC 9(04).
           05 W-EXP2-MOIS             PIC 9(02).
           05 W-EXP2-JOUR             PIC 9(02).
       01 W-DATE-EXPIR-NUM REDEFINES W-DATE-EXPIR-AAAAMMJJ
                                  PIC 9(08).

      * FIN DU CONTRAT EN COURS ET FIN DE SA PERIODE D ECOULEMENT
       77 W-DATE-RESIL            PIC 9(08) VALUE ZERO.
       77 W-DATE-AVENANT          PIC 9(08) VALUE ZERO.
       77 W-DATE-DERNIER-AVENANT  PIC 9(08) VALUE ZERO.
       77 W-DATE-FIN-CTR          PIC 9(08) VALUE ZERO.
       77 W-DATE-FIN-ECOUL        PIC 9(08) VALUE ZERO.
       77 W-MOIS-ECOULEMENT       PIC 9(02) VALUE ZERO.

      * ALBUM EN COURS -- LE BLOCAGE INTERVIENT A LA PLUS TARDIVE DES
      * FINS D ECOULEMENT DE SES CONTRATS ; UN CONTRAT ACTIF SANS
      * ECHEANCE (OU RESILIE SANS DATE CONNUE) COUVRE L ALBUM
       77 W-ALB-CODEA             PIC X(06) VALUE LOW-VALUES.
       77 W-ALB-NB-CONTRATS       PIC 9(05) VALUE ZERO.
       77 W-ALB-DATE-FIN          PIC 9(08) VALUE ZERO.
       77 W-ALB-DATE-BLOCAGE      PIC 9(08) VALUE ZERO.
       77 W-ALB-QTE-STOCK         PIC 9(09) VALUE ZERO.
       01 ALBUM-COUVERT-IND       PIC 9.
           88 ALBUM-COUVERT           VALUE 1.
           88 ALBUM-NON-COUVERT       VALUE 2.

      * ALBUMS EN PREAVIS, EDITES APRES LES BLOCAGES DU JOUR
       01 TABLE-PREAVIS.
           05 TP-ENTREE OCCURS 1000 TIMES INDEXED BY IDX-TP.
               10 TP-CODEA            PIC X(06).
               10 TP-TITREA           PIC X(30).
               10 TP-DATE-FIN         PIC 9(08).
               10 TP-DATE-BLOCAGE     PIC 9(08).
               10 TP-QTE-STOCK        PIC 9(09).
       77 NB-PREAVIS-TABLE        PIC 9(04) VALUE ZERO.

      * EN-TETE DU RAPPORT
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(30)
               VALUE 'DROITRET - RETOUR DES DROITS '.
           05 FILLER                  PIC X(24)
               VALUE 'AUX ARTISTES AU '.
           05 W-LT-DATE-JOUR          PIC 9(08).
           05 FILLER                  PIC X(70) VALUE SPACES.

       01 W-LIGNE-SECTION-BLOCAGE.
           05 FILLER                  PIC X(30)
               VALUE 'ALBUMS BLOQUES CE JOUR (FIN DE'.
           05 FILLER                  PIC X(30)
               VALUE 'S DROITS ET DE L ECOULEMENT) -'.
           05 FILLER                  PIC X(30)
               VALUE '- STOCK A DETRUIRE OU A RESTIT'.
           05 FILLER                  PIC X(04) VALUE 'UER'.
           05 FILLER                  PIC X(38) VALUE SPACES.

       01 W-LIGNE-SECTION-PREAVIS.
           05 FILLER                  PIC X(30)
               VALUE 'ALBUMS DONT LE BLOCAGE INTERVI'.
           05 FILLER                  PIC X(30)
               VALUE 'ENDRA DANS LES 60 JOURS (PREAV'.
           05 FILLER                  PIC X(03) VALUE 'IS)'.
           05 FILLER                  PIC X(69) VALUE SPACES.

      * MAQUETTE DES LIGNES D EN-TETE DES COLONNES
       01 W-LIGNE-ENTETE-BLOCAGE.
           05 FILLER                  PIC X(05) VALUE 'CODA'.
           05 FILLER                  PIC X(31) VALUE 'TITRE'.
           05 FILLER                  PIC X(12) VALUE 'FIN CONTRAT'.
           05 FILLER                  PIC X(12) VALUE 'FIN ECOUL.'.
           05 FILLER                  PIC X(08) VALUE 'SUPPORT'.
           05 FILLER                  PIC X(06) VALUE 'SITE'.
           05 FILLER                  PIC X(10) VALUE '  QUANTITE'.
           05 FILLER                  PIC X(48) VALUE SPACES.

       01 W-LIGNE-ENTETE-PREAVIS.
           05 FILLER                  PIC X(05) VALUE 'CODA'.
           05 FILLER                  PIC X(31) VALUE 'TITRE'.
           05 FILLER                  PIC X(12) VALUE 'FIN CONTRAT'.
           05 FILLER                  PIC X(12) VALUE 'FIN ECOUL.'.
           05 FILLER                  PIC X(14) VALUE '  STOCK TOTAL'.
           05 FILLER                  PIC X(58) VALUE SPACES.

      * MAQUETTE DE LA LIGNE ALBUM (BLOCAGE ET PREAVIS)
       01 W-LIGNE-ALBUM.
           05 W-LA-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LA-TITREA             PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LA-DATE-FIN           PIC 9(08).
           05 FILLER                  PIC X(04).
           05 W-LA-DATE-BLOCAGE       PIC 9(08).
           05 FILLER                  PIC X(04).
           05 W-LA-QTE-STOCK          PIC Z(8)9.
           05 FILLER                  PIC X(63).

      * MAQUETTE DE LA LIGNE DE STOCK (UNE PAR SUPPORT ET SITE)
       01 W-LIGNE-STOCK.
           05 FILLER                  PIC X(60).
           05 W-LS-FORMAT             PIC X(01).
           05 FILLER                  PIC X(07).
           05 W-LS-DEPOT              PIC X(01).
           05 FILLER                  PIC X(05).
           05 W-LS-QTE                PIC Z(9)9.
           05 FILLER                  PIC X(48).

       01 W-LIGNE-TOTAL-STOCK.
           05 FILLER                  PIC X(36) VALUE SPACES.
           05 FILLER                  PIC X(30)
               VALUE 'TOTAL A DETRUIRE OU RESTITUER'.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 W-LT-QTE                PIC Z(9)9.
           05 FILLER                  PIC X(48) VALUE SPACES.

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CONTRATS-LUS         PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-RETENUS     PIC 9(07) VALUE ZERO.
       77 NB-FIN-INCONNUE         PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-EXAMINES      PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-BLOQUES       PIC 9(07) VALUE ZERO.
       77 NB-DEJA-BLOQUES         PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-PREAVIS       PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-INCONNUS      PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER ET DE PARCOURS
       01 FIN-CONTRAT-IND         PIC 9.
           88 FIN-CONTRAT             VALUE 1.
           88 NON-FIN-CONTRAT         VALUE 2.
       01 FIN-AVENANTS-IND        PIC 9.
           88 FIN-AVENANTS            VALUE 1.
           88 NON-FIN-AVENANTS        VALUE 2.
       01 FIN-STOCK-IND           PIC 9.
           88 FIN-STOCK               VALUE 1.
           88 NON-FIN-STOCK           VALUE 2.
      * EDITION DU DETAIL DU STOCK (BLOCAGE) OU CUMUL SEUL (PREAVIS)
       01 DETAIL-STOCK-IND        PIC 9.
           88 DETAIL-STOCK-EDITE      VALUE 1.
           88 DETAIL-STOCK-CUMULE     VALUE 2.

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
           SET FIN-CONTRAT TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-DATE
           ACCEPT W-PARM-DATE FROM SYSIN
           IF W-PARM-DATE IS NUMERIC
               MOVE W-PARM-DATE TO W-DATE-JOUR
           END-IF
           MOVE W-DATE-JOUR TO W-DT-DATE-ECLATEE
           PERFORM AVANCER-D-UN-JOUR W-DELAI-PREAVIS-JRS TIMES
           MOVE W-DT-DATE-ECLATEE TO W-DATE-PREAVIS
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRADDEN-KSDS
           IF F-CA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CTRADDG1'
               DISPLAY 'CODE ERREUR = ' F-CA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
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
           DISPLAY 'DROITRET - RETOUR DES DROITS AUX ARTISTES'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY 'PREAVIS JUSQU AU   : ' W-DATE-PREAVIS
           DISPLAY '---------------------------------------------'

           MOVE W-DATE-JOUR TO W-LT-DATE-JOUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-BLOCAGE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE-BLOCAGE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           PERFORM LECTURE-ENRG-CONTRAT

           PERFORM UNTIL FIN-CONTRAT
               IF E-CO-CODEA NOT = W-ALB-CODEA
                   IF W-ALB-CODEA NOT = LOW-VALUES
                       PERFORM CLORE-ALBUM
                   END-IF
                   PERFORM OUVRIR-ALBUM
               END-IF
               PERFORM TRAITER-CONTRAT
               PERFORM LECTURE-ENRG-CONTRAT
           END-PERFORM
           IF W-ALB-CODEA NOT = LOW-VALUES
               PERFORM CLORE-ALBUM
           END-IF

           PERFORM EDITER-PREAVIS

           PERFORM FIN-TRAITEMENT
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL (QUI S ACHEVE PAR STOP
      *    RUN VIA FIN-TRAITEMENT) POUR QUE L ENCHAINEMENT SEQUENTIEL
      *    EN SORTIE D INITIALISATION NE LE REEXECUTE PAS
       OUVRIR-ALBUM.
           ADD 1 TO NB-ALBUMS-EXAMINES
           MOVE E-CO-CODEA TO W-ALB-CODEA
           MOVE ZERO TO W-ALB-NB-CONTRATS
           MOVE ZERO TO W-ALB-DATE-FIN
           MOVE ZERO TO W-ALB-DATE-BLOCAGE
           MOVE ZERO TO W-ALB-QTE-STOCK
           SET ALBUM-NON-COUVERT TO TRUE
           .

      *    SEULS LES CONTRATS ACTIFS OU RESILIES ONT DONNE DES DROITS
      *    SUR L ALBUM ; UN CONTRAT SANS FIN CONNUE LE COUVRE ENCORE
       TRAITER-CONTRAT.
           ADD 1 TO NB-CONTRATS-LUS
           IF E-CO-ACTIF OR E-CO-RESILIE
               ADD 1 TO NB-CONTRATS-RETENUS
               ADD 1 TO W-ALB-NB-CONTRATS
               PERFORM DATER-FIN-CONTRAT
               IF W-DATE-FIN-CTR = ZERO
                   SET ALBUM-COUVERT TO TRUE
               ELSE
                   PERFORM CALCULER-FIN-ECOULEMENT
                   IF W-DATE-FIN-ECOUL > W-ALB-DATE-BLOCAGE
                       MOVE W-DATE-FIN-ECOUL TO W-ALB-DATE-BLOCAGE
                       MOVE W-DATE-FIN-CTR   TO W-ALB-DATE-FIN
                   END-IF
               END-IF
           END-IF
           .

      *    UN CONTRAT ACTIF PREND FIN A SON ECHEANCE (AUCUNE ECHEANCE
      *    = CONTRAT SANS FIN) ; UN CONTRAT RESILIE A SA RESILIATION,
      *    OU A SON ECHEANCE SI ELLE EST ANTERIEURE
       DATER-FIN-CONTRAT.
           MOVE ZERO TO W-DATE-FIN-CTR
           PERFORM CONVERTIR-DATE-EXPIR
           IF E-CO-RESILIE
               PERFORM DATER-RESILIATION
               MOVE W-DATE-RESIL TO W-DATE-FIN-CTR
               IF W-DATE-EXPIR-NUM > ZERO
                   IF W-DATE-FIN-CTR = ZERO
                           OR W-DATE-EXPIR-NUM < W-DATE-FIN-CTR
                       MOVE W-DATE-EXPIR-NUM TO W-DATE-FIN-CTR
                   END-IF
               END-IF
               IF W-DATE-FIN-CTR = ZERO
                   ADD 1 TO NB-FIN-INCONNUE
                   DISPLAY 'CONTRAT ' E-CO-CODEA '/' E-CO-CODEP '/'
                       E-CO-SIREN ' RESILIE SANS DATE DE FIN CONNUE'
                       ' - ALBUM NON BLOQUE'
               END-IF
           ELSE
               MOVE W-DATE-EXPIR-NUM TO W-DATE-FIN-CTR
           END-IF
           .

       CONVERTIR-DATE-EXPIR.
           MOVE ZERO TO W-DATE-EXPIR-NUM
           MOVE E-CO-DATE-EXPIR TO W-DATE-EXPIR-ECLATEE
           IF W-EXP-JOUR IS NUMERIC AND W-EXP-MOIS IS NUMERIC
                   AND W-EXP-ANNEE IS NUMERIC
               MOVE W-EXP-ANNEE TO W-EXP2-ANNEE
               MOVE W-EXP-MOIS  TO W-EXP2-MOIS
               MOVE W-EXP-JOUR  TO W-EXP2-JOUR
           END-IF
           .

      *    LA RESILIATION DATE DU PREMIER AVENANT PASSE A 'T' (UN
      *    AVENANT POSTERIEUR A UN AUTRE STATUT ANNULE UNE RESILIATION
      *    ANTERIEURE) ; SUR LES AVENANTS SANS STATUT, LE DERNIER
      *    AVENANT DU CONTRAT EN TIENT LIEU
       DATER-RESILIATION.
           MOVE ZERO TO W-DATE-RESIL
           MOVE ZERO TO W-DATE-DERNIER-AVENANT
           MOVE SPACES        TO E-CTRADDEN
           MOVE E-CO-CODEA    TO CA-CODEA
           MOVE E-CO-CODEP    TO CA-CODEP
           MOVE E-CO-SIREN    TO CA-SIREN
           MOVE LOW-VALUES    TO CA-DATE-EFFET
           SET NON-FIN-AVENANTS TO TRUE
           START CTRADDEN-KSDS KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   SET FIN-AVENANTS TO TRUE
           END-START
           PERFORM LIRE-AVENANT UNTIL FIN-AVENANTS
           IF W-DATE-RESIL = ZERO
               MOVE W-DATE-DERNIER-AVENANT TO W-DATE-RESIL
           END-IF
           .

       LIRE-AVENANT.
           READ CTRADDEN-KSDS NEXT RECORD
               AT END
                   SET FIN-AVENANTS TO TRUE
               NOT AT END
                   IF CA-CODEA NOT = E-CO-CODEA
                           OR CA-CODEP NOT = E-CO-CODEP
                           OR CA-SIREN NOT = E-CO-SIREN
                       SET FIN-AVENANTS TO TRUE
                   ELSE
                       IF CA-DATE-EFFET IS NUMERIC
                           PERFORM NOTER-AVENANT
                       END-IF
                   END-IF
           END-READ
           .

       NOTER-AVENANT.
           MOVE CA-DATE-EFFET TO W-DATE-AVENANT
           MOVE W-DATE-AVENANT TO W-DATE-DERNIER-AVENANT
           IF CA-STATUT = 'T'
               IF W-DATE-RESIL = ZERO
                   MOVE W-DATE-AVENANT TO W-DATE-RESIL
               END-IF
           ELSE
               IF CA-STATUT NOT = SPACE
                   MOVE ZERO TO W-DATE-RESIL
               END-IF
           END-IF
           .

      *    FIN DU CONTRAT + DUREE D ECOULEMENT, EN MOIS CALENDAIRES
      *    (LE JOUR EST RAMENE AU DERNIER JOUR DU MOIS D ARRIVEE S IL
      *    LE DEPASSE)
       CALCULER-FIN-ECOULEMENT.
           IF E-CO-MOIS-ECOULEMENT IS NUMERIC
               MOVE E-CO-MOIS-ECOULEMENT TO W-MOIS-ECOULEMENT
           ELSE
               MOVE ZERO TO W-MOIS-ECOULEMENT
           END-IF
           MOVE W-DATE-FIN-CTR TO W-DT-DATE-ECLATEE
           IF W-DT-MOIS < 1 OR W-DT-MOIS > 12
               MOVE W-DATE-FIN-CTR TO W-DATE-FIN-ECOUL
           ELSE
               COMPUTE W-DT-MOIS-CUMULES =
                   W-DT-MOIS - 1 + W-MOIS-ECOULEMENT
               DIVIDE W-DT-MOIS-CUMULES BY 12
                   GIVING W-DT-ANNEES-AJOUTEES
                   REMAINDER W-DT-RANG-MOIS
               ADD W-DT-ANNEES-AJOUTEES TO W-DT-ANNEE
               COMPUTE W-DT-MOIS = W-DT-RANG-MOIS + 1
               PERFORM CALCULER-FIN-DE-MOIS
               IF W-DT-JOUR > W-DT-FIN-DE-MOIS
                   MOVE W-DT-FIN-DE-MOIS TO W-DT-JOUR
               END-IF
               MOVE W-DT-DATE-ECLATEE TO W-DATE-FIN-ECOUL
           END-IF
           .

      *    L ALBUM EST BLOQUE LE LENDEMAIN DE LA FIN D ECOULEMENT DU
      *    DERNIER CONTRAT QUI LE COUVRE (MEME CONVENTION QUE CTREXPIR
      *    POUR UNE ECHEANCE DEPASSEE), MIS EN PREAVIS SI CE BLOCAGE
      *    INTERVIENT AVANT L HORIZON DU PREAVIS
       CLORE-ALBUM.
           IF W-ALB-NB-CONTRATS > ZERO AND ALBUM-NON-COUVERT
                   AND W-ALB-DATE-BLOCAGE > ZERO
               IF W-ALB-DATE-BLOCAGE < W-DATE-JOUR
                   PERFORM BLOQUER-ALBUM
               ELSE
                   IF W-ALB-DATE-BLOCAGE < W-DATE-PREAVIS
                       PERFORM PREVENIR-BLOCAGE
                   END-IF
               END-IF
           END-IF
           .

       BLOQUER-ALBUM.
           MOVE W-ALB-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   ADD 1 TO NB-ALBUMS-INCONNUS
                   DISPLAY 'ALBUM ' W-ALB-CODEA ' ABSENT D ALBUMG1'
               NOT INVALID KEY
                   IF AL-BLOQUE
                       ADD 1 TO NB-DEJA-BLOQUES
                   ELSE
                       SET AL-BLOQUE TO TRUE
                       REWRITE E-ALBUM
                           INVALID KEY
                               DISPLAY 'ERREUR MISE A JOUR ALBUM '
                                   W-ALB-CODEA
                               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
                           NOT INVALID KEY
                               PERFORM EDITER-ALBUM-BLOQUE
                       END-REWRITE
                   END-IF
           END-READ
           .

       EDITER-ALBUM-BLOQUE.
           ADD 1 TO NB-ALBUMS-BLOQUES
           DISPLAY 'ALBUM ' W-ALB-CODEA ' BLOQUE, FIN D ECOULEMENT LE '
               W-ALB-DATE-BLOCAGE
           MOVE SPACES              TO W-LIGNE-ALBUM
           MOVE W-ALB-CODEA         TO W-LA-CODEA
           MOVE AL-TITREA           TO W-LA-TITREA
           MOVE W-ALB-DATE-FIN      TO W-LA-DATE-FIN
           MOVE W-ALB-DATE-BLOCAGE  TO W-LA-DATE-BLOCAGE
           WRITE PRINT-LIGNE FROM W-LIGNE-ALBUM
           SET DETAIL-STOCK-EDITE TO TRUE
           PERFORM RELEVER-STOCK
           MOVE W-ALB-QTE-STOCK     TO W-LT-QTE
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL-STOCK
      *    UN ALBUM BLOQUE AVEC DU STOCK APPELLE UNE DECISION
      *    (DESTRUCTION OU RESTITUTION), SANS STOCK UNE SIMPLE
      *    INFORMATION
           IF W-ALB-QTE-STOCK > ZERO
               MOVE '2' TO EX-GRAVITE
           ELSE
               MOVE '3' TO EX-GRAVITE
           END-IF
           MOVE 'DRBLOQUE'  TO EX-CODE
           MOVE W-ALB-CODEA TO EX-REF
           PERFORM SIGNALER-EXCEPTION
           .

       PREVENIR-BLOCAGE.
           MOVE W-ALB-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   ADD 1 TO NB-ALBUMS-INCONNUS
                   DISPLAY 'ALBUM ' W-ALB-CODEA ' ABSENT D ALBUMG1'
               NOT INVALID KEY
                   IF NOT AL-BLOQUE
                       PERFORM MEMORISER-PREAVIS
                   END-IF
           END-READ
           .

       MEMORISER-PREAVIS.
           ADD 1 TO NB-ALBUMS-PREAVIS
           SET DETAIL-STOCK-CUMULE TO TRUE
           PERFORM RELEVER-STOCK
           IF NB-PREAVIS-TABLE < 1000
               ADD 1 TO NB-PREAVIS-TABLE
               SET IDX-TP TO NB-PREAVIS-TABLE
               MOVE W-ALB-CODEA        TO TP-CODEA (IDX-TP)
               MOVE AL-TITREA          TO TP-TITREA (IDX-TP)
               MOVE W-ALB-DATE-FIN     TO TP-DATE-FIN (IDX-TP)
               MOVE W-ALB-DATE-BLOCAGE TO TP-DATE-BLOCAGE (IDX-TP)
               MOVE W-ALB-QTE-STOCK    TO TP-QTE-STOCK (IDX-TP)
           ELSE
               DISPLAY 'TABLE DES PREAVIS PLEINE, ALBUM NON EDITE : '
                   W-ALB-CODEA
           END-IF
           .

      *    STOCK PHYSIQUE DE L ALBUM SUR TOUS SES SUPPORTS ET SITES
      *    (LES LIGNES DE MERCHANDISING, SUR UN AUTRE CODE, NE SONT
      *    PAS CONCERNEES)
       RELEVER-STOCK.
           MOVE ZERO TO W-ALB-QTE-STOCK
           MOVE SPACES      TO E-STOCK
           MOVE W-ALB-CODEA TO ST-CODEA
           MOVE LOW-VALUE   TO ST-FORMAT
           MOVE LOW-VALUE   TO ST-DEPOT
           SET NON-FIN-STOCK TO TRUE
           START STOCK-KSDS KEY IS NOT LESS THAN E-ST-KEY
               INVALID KEY
                   SET FIN-STOCK TO TRUE
           END-START
           PERFORM LIRE-LIGNE-STOCK UNTIL FIN-STOCK
           .

       LIRE-LIGNE-STOCK.
           READ STOCK-KSDS NEXT RECORD
               AT END
                   SET FIN-STOCK TO TRUE
               NOT AT END
                   IF ST-CODEA NOT = W-ALB-CODEA
                       SET FIN-STOCK TO TRUE
                   ELSE
                       IF NOT ST-FORMAT-MERCH AND ST-QTE-DISPO > ZERO
                           ADD ST-QTE-DISPO TO W-ALB-QTE-STOCK
                           IF DETAIL-STOCK-EDITE
                               PERFORM EDITER-LIGNE-STOCK
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       EDITER-LIGNE-STOCK.
           MOVE SPACES       TO W-LIGNE-STOCK
           MOVE ST-FORMAT    TO W-LS-FORMAT
           MOVE ST-DEPOT     TO W-LS-DEPOT
           MOVE ST-QTE-DISPO TO W-LS-QTE
           WRITE PRINT-LIGNE FROM W-LIGNE-STOCK
           .

       EDITER-PREAVIS.
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM SPACES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-PREAVIS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE-PREAVIS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-PREAVIS-TABLE
               MOVE SPACES                   TO W-LIGNE-ALBUM
               MOVE TP-CODEA (IDX-TP)        TO W-LA-CODEA
               MOVE TP-TITREA (IDX-TP)       TO W-LA-TITREA
               MOVE TP-DATE-FIN (IDX-TP)     TO W-LA-DATE-FIN
               MOVE TP-DATE-BLOCAGE (IDX-TP) TO W-LA-DATE-BLOCAGE
               MOVE TP-QTE-STOCK (IDX-TP)    TO W-LA-QTE-STOCK
               WRITE PRINT-LIGNE FROM W-LIGNE-ALBUM
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
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
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE CONTRAT-KSDS
           CLOSE CTRADDEN-KSDS
           CLOSE ALBUM-KSDS
           CLOSE STOCK-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'DROITRET - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CONTRATS LUS              : ' NB-CONTRATS-LUS
           DISPLAY 'CONTRATS ACTIFS/RESILIES  : ' NB-CONTRATS-RETENUS
           DISPLAY 'RESILIES SANS DATE DE FIN : ' NB-FIN-INCONNUE
           DISPLAY 'ALBUMS EXAMINES           : ' NB-ALBUMS-EXAMINES
           DISPLAY 'ALBUMS BLOQUES CE JOUR    : ' NB-ALBUMS-BLOQUES
           DISPLAY 'ALBUMS DEJA BLOQUES       : ' NB-DEJA-BLOQUES
           DISPLAY 'ALBUMS EN PREAVIS         : ' NB-ALBUMS-PREAVIS
           DISPLAY 'ALBUMS ABSENTS D ALBUMG1  : ' NB-ALBUMS-INCONNUS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CONTRAT.
           READ CONTRAT-KSDS NEXT RECORD
               AT END
                   SET FIN-CONTRAT TO TRUE
               NOT AT END
                   SET NON-FIN-CONTRAT TO TRUE
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
               MOVE 'DROITRET' TO EX-BATCH
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
