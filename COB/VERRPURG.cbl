      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       SURVEILLANCE ET LIBERATION DES VERROUS DE BATCH          *
      *       (BATLOKG1, CF BATLOCK.cpy)                               *
      *                                                                *
      *       LISTE LE REGISTRE DES VERROUS : POUR CHAQUE FICHIER      *
      *       PROTEGE, LE DERNIER BATCH DETENTEUR, LA PRISE ET LA      *
      *       DERNIERE LIBERATION. UN VERROU TENU DEPUIS PLUS          *
      *       LONGTEMPS QUE LE SEUIL DE LA CARTE (12 HEURES PAR        *
      *       DEFAUT) EST PRESUME LAISSE PAR UN BATCH ARRETE EN        *
      *       ANOMALIE : IL EST SIGNALE SUR LA LISTE ET DANS EXCEPTG1  *
      *       (AVERTISSEMENT, VERRSUSP), SANS ETRE LIBERE.             *
      *                                                                *
      *       EN MODE LIBERER, SUR LA FOI D UN CODE SUPERVISEUR        *
      *       (OPERATG1), LE VERROU DU FICHIER DE LA CARTE EST RENDU   *
      *       QUEL QUE SOIT SON AGE -- A NE DEMANDER QU APRES AVOIR    *
      *       CONSTATE L ARRET DU BATCH DETENTEUR. LA LIBERATION       *
      *       FORCEE PORTE LE CODE DU SUPERVISEUR (BL-OPER-LIBER) ET   *
      *       EST TRACEE DANS EXCEPTG1 (INFORMATION, VERRLIBR)         *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         COL  1- 8 'LISTER' (DEFAUT) OU 'LIBERER'               *
      *         COL 10-19 FICHIER A LIBERER (MODE LIBERER)             *
      *         COL 21-28 CODE OPERATEUR SUPERVISEUR (MODE LIBERER)    *
      *         COL 30-31 SEUIL DE SUSPICION EN HEURES (DEFAUT 12)     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERRPURG.
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

      *    REGISTRE DES VERROUS DE BATCH (CF BATLOCK.cpy)
           SELECT BATLOCK-KSDS
               ASSIGN TO DDBATLOK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BL-FICHIER
               FILE STATUS F-BL-STATUS
               .

      *    HABILITATION DU SUPERVISEUR (MODE LIBERER SEULEMENT)
           SELECT OPERATEUR-KSDS
               ASSIGN TO DDOPERAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-CODE
               FILE STATUS F-OP-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-XC-STATUS
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

       FD BATLOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BATLOCK
           .

       COPY BATLOCK.

      *    F-OPERATEUR PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD OPERATEUR-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-OPERATEUR
           .

       01 E-OPERATEUR.
           05 OP-CODE              PIC X(08).
           05 OP-MOT-DE-PASSE      PIC X(08).
           05 OP-NOM               PIC X(30).
           05 OP-AUTH-IND          PIC X(01).
               88 OP-SUPERVISEUR       VALUE 'S'.
           05 FILLER               PIC X(33).

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-BL-STATUS             PIC X(02) VALUE '00'.
       77 F-OP-STATUS             PIC X(02) VALUE '00'.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 F-XC-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * CARTE PARAMETRE -- MODE, FICHIER, SUPERVISEUR ET SEUIL
       01 W-PARM-CARD.
           05 W-PARM-MODE             PIC X(08).
               88 MODE-LISTER             VALUE 'LISTER  ' SPACES.
               88 MODE-LIBERER            VALUE 'LIBERER '.
           05 FILLER                  PIC X(01).
           05 W-PARM-FICHIER          PIC X(10).
           05 FILLER                  PIC X(01).
           05 W-PARM-OPERATEUR        PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-PARM-SEUIL            PIC X(02).
           05 FILLER                  PIC X(49).
       77 W-SEUIL-HEURES          PIC 9(02) VALUE 12.

      * DATE ET HEURE DU PASSAGE
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-JOUR            PIC X(08).

      * AGE D UN VERROU EN HEURES -- NUMEROS DE JOUR DE LA PRISE ET
      * DU PASSAGE, PLUS L ECART DES HEURES (HH DE HHMMSSCC)
       77 W-AGE-HEURES            PIC S9(07) VALUE ZERO.
       77 W-HEURE-PRISE-HH        PIC 9(02) VALUE ZERO.
       77 W-HEURE-JOUR-HH         PIC 9(02) VALUE ZERO.
       77 W-NUMERO-JOUR-PASSAGE   PIC 9(07) VALUE ZERO.

      * NUMERO DE JOUR D UNE DATE AAAAMMJJ (JOURS ECOULES DEPUIS LE
      * 01/01/0001, FEVRIER A 29 LES ANNEES MULTIPLES DE 4, MEME
      * PRINCIPE QUE PENALRET)
       77 W-NJ-DATE               PIC 9(08).
       01 W-NJ-DATE-ECLATEE.
           05 W-NJ-ANNEE              PIC 9(04).
           05 W-NJ-MOIS               PIC 9(02).
           05 W-NJ-JOUR               PIC 9(02).
       01 W-NJ-TABLE-CUMUL.
           05 FILLER                  PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01 FILLER REDEFINES W-NJ-TABLE-CUMUL.
           05 W-NJ-CUMUL-MOIS         PIC 9(03) OCCURS 12 TIMES.
       77 W-NJ-ANNEES             PIC 9(04) VALUE ZERO.
       77 W-NJ-BISSEXTILES        PIC 9(04) VALUE ZERO.
       77 W-NJ-QUOTIENT           PIC 9(04) VALUE ZERO.
       77 W-NJ-RESTE              PIC 9(04) VALUE ZERO.
       77 W-NJ-NUMERO             PIC 9(07) VALUE ZERO.

      * LIBELLE DE L ETAT D UN VERROU SUR LA LISTE
       77 W-ETAT-LIB              PIC X(08) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VERROUS              PIC 9(05) VALUE ZERO.
       77 NB-TENUS                PIC 9(05) VALUE ZERO.
       77 NB-SUSPECTS             PIC 9(05) VALUE ZERO.
       77 NB-LIBERES              PIC 9(05) VALUE ZERO.

      * INDICATEUR DE FIN DU REGISTRE
       01 FIN-BATLOCK-IND         PIC 9.
           88 FIN-BATLOCK             VALUE 1.
           88 NON-FIN-BATLOCK         VALUE 2.

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
           SET FIN-BATLOCK TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           MOVE W-DATE-JOUR TO W-NJ-DATE
           PERFORM CALCULER-NUMERO-JOUR
           MOVE W-NJ-NUMERO TO W-NUMERO-JOUR-PASSAGE
           MOVE W-HEURE-JOUR(1:2) TO W-HEURE-JOUR-HH
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF NOT MODE-LISTER AND NOT MODE-LIBERER
               DISPLAY 'CARTE PARAMETRE INVALIDE : MODE '
                   W-PARM-MODE
               PERFORM FIN-TRAITEMENT
           END-IF
           IF MODE-LISTER
               MOVE 'LISTER  ' TO W-PARM-MODE
           END-IF
           IF W-PARM-SEUIL IS NUMERIC AND W-PARM-SEUIL NOT = '00'
               MOVE W-PARM-SEUIL TO W-SEUIL-HEURES
           END-IF
           IF MODE-LIBERER
               IF W-PARM-FICHIER = SPACES
                   DISPLAY 'CARTE PARAMETRE INVALIDE : FICHIER A '
                       'LIBERER NON RENSEIGNE'
                   PERFORM FIN-TRAITEMENT
               END-IF
               PERFORM CONTROLER-SUPERVISEUR
           END-IF
           OPEN I-O BATLOCK-KSDS
           IF F-BL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE REGISTRE DES VERROUS'
               DISPLAY 'CODE ERREUR = ' F-BL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'VERRPURG - REGISTRE DES VERROUS DE BATCH'
           DISPLAY 'MODE DE TRAITEMENT : ' W-PARM-MODE
           IF MODE-LIBERER
               DISPLAY 'FICHIER A LIBERER  : ' W-PARM-FICHIER
               DISPLAY 'SUPERVISEUR        : ' W-PARM-OPERATEUR
           END-IF
           DISPLAY 'SEUIL DE SUSPICION : ' W-SEUIL-HEURES ' HEURES'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
               ' ' W-HEURE-JOUR
           DISPLAY '---------------------------------------------'

           IF MODE-LIBERER
               PERFORM LIBERER-VERROU
           END-IF

           DISPLAY 'FICHIER    ETAT     BATCH    PRISE LE / A'
               '            LIBERE LE / A / PAR'
           MOVE LOW-VALUE TO BL-FICHIER
           START BATLOCK-KSDS KEY NOT < BL-FICHIER
               INVALID KEY
                   SET FIN-BATLOCK TO TRUE
               NOT INVALID KEY
                   PERFORM LECTURE-ENRG-BATLOCK
           END-START

           PERFORM UNTIL FIN-BATLOCK
               PERFORM LISTER-VERROU
               PERFORM LECTURE-ENRG-BATLOCK
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    SEUL UN SUPERVISEUR CONNU D OPERATG1 PEUT FORCER LA
      *    LIBERATION -- A DEFAUT LE TRAITEMENT S ARRETE SANS RIEN LIRE
       CONTROLER-SUPERVISEUR.
           OPEN INPUT OPERATEUR-KSDS
           IF F-OP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER OPERATEURS'
               DISPLAY 'CODE ERREUR = ' F-OP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-OPERATEUR TO OP-CODE
           READ OPERATEUR-KSDS
               INVALID KEY
                   MOVE SPACE TO OP-AUTH-IND
           END-READ
           CLOSE OPERATEUR-KSDS
           IF W-PARM-OPERATEUR = SPACES OR NOT OP-SUPERVISEUR
               DISPLAY 'CARTE PARAMETRE INVALIDE : OPERATEUR '
                   W-PARM-OPERATEUR ' NON SUPERVISEUR'
               PERFORM FIN-TRAITEMENT
           END-IF
           .

      *    LIBERATION FORCEE DU VERROU DE LA CARTE -- LE DETENTEUR EST
      *    CONSERVE DANS LA LIGNE ET DANS L EXCEPTION POUR MEMOIRE
       LIBERER-VERROU.
           MOVE W-PARM-FICHIER TO BL-FICHIER
           READ BATLOCK-KSDS
               INVALID KEY
                   DISPLAY 'FICHIER ' W-PARM-FICHIER
                       ' ABSENT DU REGISTRE, RIEN A LIBERER'
               NOT INVALID KEY
                   IF BL-LIBRE
                       DISPLAY 'FICHIER ' W-PARM-FICHIER
                           ' DEJA LIBRE, RIEN A LIBERER'
                   ELSE
                       PERFORM FORCER-LIBERATION
                   END-IF
           END-READ
           DISPLAY '---------------------------------------------'
           .

       FORCER-LIBERATION.
           DISPLAY 'VERROU DE ' BL-FICHIER ' TENU PAR ' BL-JOB
               ' DEPUIS LE ' BL-DATE-PRISE ' A ' BL-HEURE-PRISE
           SET BL-LIBRE TO TRUE
           MOVE W-DATE-JOUR      TO BL-DATE-LIBER
           MOVE W-HEURE-JOUR     TO BL-HEURE-LIBER
           MOVE W-PARM-OPERATEUR TO BL-OPER-LIBER
           REWRITE E-BATLOCK
               INVALID KEY
                   DISPLAY 'LIBERATION REFUSEE, CODE ' F-BL-STATUS
               NOT INVALID KEY
                   ADD 1 TO NB-LIBERES
                   DISPLAY 'VERROU LIBERE PAR ' W-PARM-OPERATEUR
                   MOVE '3'        TO EX-GRAVITE
                   MOVE 'VERRLIBR' TO EX-CODE
                   MOVE SPACES     TO EX-REF
                   MOVE BL-FICHIER TO EX-REF(1:10)
                   MOVE BL-JOB     TO EX-REF(12:8)
                   PERFORM SIGNALER-EXCEPTION
           END-REWRITE
           .

      *    UNE LIGNE PAR FICHIER ; UN VERROU TENU AU-DELA DU SEUIL EST
      *    SIGNALE SUSPECT (AVERTISSEMENT VERRSUSP), JAMAIS LIBERE ICI
       LISTER-VERROU.
           ADD 1 TO NB-VERROUS
           IF BL-PRIS
               ADD 1 TO NB-TENUS
               PERFORM CALCULER-AGE
               IF W-AGE-HEURES NOT < W-SEUIL-HEURES
                   ADD 1 TO NB-SUSPECTS
                   MOVE 'SUSPECT' TO W-ETAT-LIB
                   MOVE '2'        TO EX-GRAVITE
                   MOVE 'VERRSUSP' TO EX-CODE
                   MOVE SPACES     TO EX-REF
                   MOVE BL-FICHIER TO EX-REF(1:10)
                   MOVE BL-JOB     TO EX-REF(12:8)
                   PERFORM SIGNALER-EXCEPTION
               ELSE
                   MOVE 'TENU' TO W-ETAT-LIB
               END-IF
           ELSE
               MOVE 'LIBRE' TO W-ETAT-LIB
           END-IF
           DISPLAY BL-FICHIER ' ' W-ETAT-LIB ' ' BL-JOB ' '
               BL-DATE-PRISE ' ' BL-HEURE-PRISE '    '
               BL-DATE-LIBER ' ' BL-HEURE-LIBER ' ' BL-OPER-LIBER
           .

      *    AGE EN HEURES ENTIERES -- UNE PRISE DATEE DANS LE FUTUR
      *    (HORLOGE DECALEE) DONNE UN AGE NEGATIF, JAMAIS SUSPECT
       CALCULER-AGE.
           MOVE BL-DATE-PRISE TO W-NJ-DATE
           PERFORM CALCULER-NUMERO-JOUR
           MOVE ZERO TO W-HEURE-PRISE-HH
           IF BL-HEURE-PRISE(1:2) IS NUMERIC
               MOVE BL-HEURE-PRISE(1:2) TO W-HEURE-PRISE-HH
           END-IF
           COMPUTE W-AGE-HEURES =
               (W-NUMERO-JOUR-PASSAGE - W-NJ-NUMERO) * 24
               + W-HEURE-JOUR-HH - W-HEURE-PRISE-HH
           .

      *    NUMERO DE JOUR DE W-NJ-DATE (MOIS VALIDE SUPPOSE) -- JOURS
      *    DES ANNEES ENTIERES ECOULEES, DES MOIS ECOULES DE L ANNEE
      *    ET DU JOUR, PLUS LE 29 FEVRIER DE L ANNEE SI BISSEXTILE
      *    ET DEPASSE
       CALCULER-NUMERO-JOUR.
           MOVE W-NJ-DATE TO W-NJ-DATE-ECLATEE
           IF W-NJ-MOIS < 1 OR W-NJ-MOIS > 12
               MOVE 1 TO W-NJ-MOIS
           END-IF
           COMPUTE W-NJ-ANNEES = W-NJ-ANNEE - 1
           DIVIDE W-NJ-ANNEES BY 4 GIVING W-NJ-BISSEXTILES
           COMPUTE W-NJ-NUMERO = W-NJ-ANNEES * 365 + W-NJ-BISSEXTILES
               + W-NJ-CUMUL-MOIS (W-NJ-MOIS) + W-NJ-JOUR
           IF W-NJ-MOIS > 2
               DIVIDE W-NJ-ANNEE BY 4
                   GIVING W-NJ-QUOTIENT
                   REMAINDER W-NJ-RESTE
               IF W-NJ-RESTE = ZERO
                   ADD 1 TO W-NJ-NUMERO
               END-IF
           END-IF
           .

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-XC-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-XC-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'VERRPURG' TO EX-BATCH
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

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE BATLOCK-KSDS
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'VERRPURG - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'FICHIERS AU REGISTRE      : ' NB-VERROUS
           DISPLAY 'VERROUS TENUS             : ' NB-TENUS
           DISPLAY 'DONT SUSPECTS             : ' NB-SUSPECTS
           DISPLAY 'VERROUS LIBERES           : ' NB-LIBERES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-BATLOCK.
           READ BATLOCK-KSDS NEXT
               AT END
                   SET FIN-BATLOCK TO TRUE
               NOT AT END
                   SET NON-FIN-BATLOCK TO TRUE
           END-READ
           .
