      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       ETAT D UTILISATION DES ACCORDS DE PARTICIPATION          *
      *       PUBLICITAIRE                                             *
      *                                                                *
      *       UNE LIGNE PAR ACCORD DE COOPACG1 : RESTRICTIONS, PERIODE,*
      *       BUDGET, MONTANT IMPUTE, DISPONIBLE, TAUX D UTILISATION   *
      *       ET NOMBRE DE DEMANDES APPROUVEES / REJETEES (COOPDMG1).  *
      *       LES DEUX FICHIERS SONT LUS EN SEQUENCE DE CLE, LA CLE    *
      *       DES DEMANDES COMMENCANT PAR LE NUMERO D ACCORD. UNE      *
      *       OBSERVATION SIGNALE L ACCORD SUSPENDU, EXPIRE, NON       *
      *       ENCORE OUVERT OU DONT LE BUDGET EST EPUISE               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOPRPT.
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

           SELECT COOPACC-KSDS
               ASSIGN TO DDCOOPAC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PP-NUM-ACCORD
               FILE STATUS F-PP-STATUS
               .

           SELECT COOPDEM-KSDS
               ASSIGN TO DDCOOPDM
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PD-CLE
               FILE STATUS F-PD-STATUS
               .

      *    ETAT D UTILISATION PRET A IMPRIMER
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

       FD COOPACC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COOPACC
           .

       COPY COOPACC.

       FD COOPDEM-KSDS
           RECORD 100 CHARACTERS
           DATA RECORD IS E-COOPDEM
           .

       COPY COOPDEM.

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
       77 F-PP-STATUS             PIC X(02) VALUE '00'.
       77 F-PD-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (AAAAMMJJ)
       77 W-DATE-JOUR             PIC 9(08).

      * CUMULS DE L ACCORD EN COURS
       77 W-DISPONIBLE            PIC S9(09)V9(02) VALUE ZERO.
       77 W-TAUX                  PIC 9(03) VALUE ZERO.
       77 W-NB-APPROUVEES         PIC 9(05) VALUE ZERO.
       77 W-NB-REJETEES           PIC 9(05) VALUE ZERO.

      * TOTAUX GENERAUX
       77 TT-BUDGET               PIC 9(11)V9(02) VALUE ZERO.
       77 TT-CONSOMME             PIC 9(11)V9(02) VALUE ZERO.
       77 TT-DISPONIBLE           PIC S9(11)V9(02) VALUE ZERO.
       77 TT-NB-APPROUVEES        PIC 9(05) VALUE ZERO.
       77 TT-NB-REJETEES          PIC 9(05) VALUE ZERO.

      * EN-TETES DE L ETAT
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(31) VALUE
               'ETAT D UTILISATION DES ACCORDS '.
           05 FILLER                  PIC X(29) VALUE
               'DE PARTICIPATION PUBLICITAIRE'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(05) VALUE 'AU : '.
           05 W-LT-DATE-JOUR          PIC 9(08).
           05 FILLER                  PIC X(58).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(25) VALUE
               'ACCORD SIREN ENSEIG ALBM '.
           05 FILLER                  PIC X(35) VALUE
               'LIBELLE          DEBUT    FIN      '.
           05 FILLER                  PIC X(30) VALUE
               '        BUDGET       CONSOMME '.
           05 FILLER                  PIC X(15) VALUE
               '    DISPONIBLE '.
           05 FILLER                  PIC X(26) VALUE
               '  % APPR.  REJ. OBSERVAT. '.
           05 FILLER                  PIC X(01).

      * LIGNE PAR ACCORD (ET LIGNE DE TOTAL GENERAL)
       01 W-LIGNE-USAGE.
           05 W-LU-NUM-ACCORD         PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LU-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LU-CODE-CLIENT        PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LU-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LU-LIBELLE            PIC X(16).
           05 FILLER                  PIC X(01).
           05 W-LU-DATE-DEBUT         PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LU-DATE-FIN           PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LU-BUDGET             PIC Z(10)9,99.
           05 FILLER                  PIC X(01).
           05 W-LU-CONSOMME           PIC Z(10)9,99.
           05 FILLER                  PIC X(01).
           05 W-LU-DISPONIBLE         PIC Z(10)9,99.
           05 FILLER                  PIC X(01).
           05 W-LU-TAUX               PIC ZZ9.
           05 FILLER                  PIC X(01).
           05 W-LU-NB-APPROUVEES      PIC Z(04)9.
           05 FILLER                  PIC X(01).
           05 W-LU-NB-REJETEES        PIC Z(04)9.
           05 FILLER                  PIC X(01).
           05 W-LU-OBSERVATION        PIC X(10).
           05 FILLER                  PIC X(01).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-ACCORDS-LUS             PIC 9(07) VALUE ZERO.
       77 NB-ACCORDS-EPUISES         PIC 9(07) VALUE ZERO.
       77 NB-DEMANDES-LUES           PIC 9(07) VALUE ZERO.
       77 NB-DEMANDES-SANS-ACCORD    PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-ACCORD-IND             PIC 9.
           88 FIN-ACCORD                 VALUE 1.
           88 NON-FIN-ACCORD             VALUE 2.
       01 FIN-DEMANDE-IND            PIC 9.
           88 FIN-DEMANDE                VALUE 1.
           88 NON-FIN-DEMANDE            VALUE 2.

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
           SET FIN-ACCORD TO TRUE
           SET FIN-DEMANDE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT COOPACC-KSDS
           IF F-PP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ACCORDS PUBLICITAIRES'
               DISPLAY 'CODE ERREUR = ' F-PP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT COOPDEM-KSDS
           IF F-PD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEMANDES PUBLICITAIRES'
               DISPLAY 'CODE ERREUR = ' F-PD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ETAT UTILISATION'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'COOPRPT - UTILISATION DES ACCORDS'
           DISPLAY '          DE PARTICIPATION PUBLICITAIRE'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM EDITER-ENTETE

           PERFORM LECTURE-ENRG-DEMANDE
           PERFORM LECTURE-ENRG-ACCORD
           PERFORM UNTIL FIN-ACCORD
               PERFORM TRAITER-ACCORD
               PERFORM LECTURE-ENRG-ACCORD
           END-PERFORM

      *    DEMANDES RESTANTES : NUMEROS D ACCORD AU-DELA DU DERNIER
      *    ACCORD CONNU (DEMANDES REJETEES 'ACCORD INCONNU')
           PERFORM UNTIL FIN-DEMANDE
               ADD 1 TO NB-DEMANDES-SANS-ACCORD
               PERFORM LECTURE-ENRG-DEMANDE
           END-PERFORM

           PERFORM EDITER-TOTAL

           PERFORM FIN-TRAITEMENT
           .

      *    LES DEMANDES DE L ACCORD SONT CELLES QUI PRECEDENT LE
      *    NUMERO D ACCORD SUIVANT ; UNE DEMANDE DE NUMERO INFERIEUR
      *    N A PAS D ACCORD CORRESPONDANT
       TRAITER-ACCORD.
           MOVE ZERO TO W-NB-APPROUVEES
           MOVE ZERO TO W-NB-REJETEES
           PERFORM UNTIL FIN-DEMANDE
                   OR PD-NUM-ACCORD > PP-NUM-ACCORD
               IF PD-NUM-ACCORD = PP-NUM-ACCORD
                   IF PD-APPROUVEE
                       ADD 1 TO W-NB-APPROUVEES
                   ELSE
                       ADD 1 TO W-NB-REJETEES
                   END-IF
               ELSE
                   ADD 1 TO NB-DEMANDES-SANS-ACCORD
               END-IF
               PERFORM LECTURE-ENRG-DEMANDE
           END-PERFORM
           PERFORM EDITER-ACCORD
           .

       EDITER-ENTETE.
           MOVE W-DATE-JOUR TO W-LT-DATE-JOUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

       EDITER-ACCORD.
           COMPUTE W-DISPONIBLE = PP-BUDGET - PP-CONSOMME
           IF W-DISPONIBLE < ZERO
               MOVE ZERO TO W-DISPONIBLE
           END-IF
           IF PP-BUDGET > ZERO
               COMPUTE W-TAUX ROUNDED = PP-CONSOMME * 100 / PP-BUDGET
           ELSE
               MOVE ZERO TO W-TAUX
           END-IF
           MOVE SPACES            TO W-LIGNE-USAGE
           MOVE PP-NUM-ACCORD     TO W-LU-NUM-ACCORD
           MOVE PP-SIREN          TO W-LU-SIREN
           MOVE PP-CODE-CLIENT    TO W-LU-CODE-CLIENT
           MOVE PP-CODEA          TO W-LU-CODEA
           MOVE PP-LIBELLE        TO W-LU-LIBELLE
           MOVE PP-DATE-DEBUT     TO W-LU-DATE-DEBUT
           IF PP-DATE-FIN NOT = ZERO
               MOVE PP-DATE-FIN   TO W-LU-DATE-FIN
           END-IF
           MOVE PP-BUDGET         TO W-LU-BUDGET
           MOVE PP-CONSOMME       TO W-LU-CONSOMME
           MOVE W-DISPONIBLE      TO W-LU-DISPONIBLE
           MOVE W-TAUX            TO W-LU-TAUX
           MOVE W-NB-APPROUVEES   TO W-LU-NB-APPROUVEES
           MOVE W-NB-REJETEES     TO W-LU-NB-REJETEES
           EVALUATE TRUE
               WHEN PP-SUSPENDU
                   MOVE 'SUSPENDU'    TO W-LU-OBSERVATION
               WHEN PP-DATE-FIN NOT = ZERO
                       AND PP-DATE-FIN < W-DATE-JOUR
                   MOVE 'EXPIRE'      TO W-LU-OBSERVATION
               WHEN PP-DATE-DEBUT > W-DATE-JOUR
                   MOVE 'A VENIR'     TO W-LU-OBSERVATION
               WHEN W-DISPONIBLE = ZERO
                   MOVE 'EPUISE'      TO W-LU-OBSERVATION
           END-EVALUATE
           IF W-DISPONIBLE = ZERO
               ADD 1 TO NB-ACCORDS-EPUISES
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-USAGE
           ADD PP-BUDGET          TO TT-BUDGET
           ADD PP-CONSOMME        TO TT-CONSOMME
           ADD W-DISPONIBLE       TO TT-DISPONIBLE
           ADD W-NB-APPROUVEES    TO TT-NB-APPROUVEES
           ADD W-NB-REJETEES      TO TT-NB-REJETEES
           .

       EDITER-TOTAL.
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE SPACES            TO W-LIGNE-USAGE
           MOVE 'TOTAL GENERAL'   TO W-LU-LIBELLE
           MOVE TT-BUDGET         TO W-LU-BUDGET
           MOVE TT-CONSOMME       TO W-LU-CONSOMME
           MOVE TT-DISPONIBLE     TO W-LU-DISPONIBLE
           IF TT-BUDGET > ZERO
               COMPUTE W-TAUX ROUNDED = TT-CONSOMME * 100 / TT-BUDGET
               MOVE W-TAUX        TO W-LU-TAUX
           END-IF
           MOVE TT-NB-APPROUVEES  TO W-LU-NB-APPROUVEES
           MOVE TT-NB-REJETEES    TO W-LU-NB-REJETEES
           WRITE PRINT-LIGNE FROM W-LIGNE-USAGE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE COOPACC-KSDS
           CLOSE COOPDEM-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COOPRPT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ACCORDS LUS               : ' NB-ACCORDS-LUS
           DISPLAY 'DONT BUDGET EPUISE        : ' NB-ACCORDS-EPUISES
           DISPLAY 'DEMANDES LUES             : ' NB-DEMANDES-LUES
           DISPLAY 'DEMANDES SANS ACCORD      : '
               NB-DEMANDES-SANS-ACCORD
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ACCORD.
           READ COOPACC-KSDS NEXT RECORD
               AT END
                   SET FIN-ACCORD TO TRUE
               NOT AT END
                   SET NON-FIN-ACCORD TO TRUE
                   ADD 1 TO NB-ACCORDS-LUS
           END-READ
           .

       LECTURE-ENRG-DEMANDE.
           READ COOPDEM-KSDS NEXT RECORD
               AT END
                   SET FIN-DEMANDE TO TRUE
               NOT AT END
                   SET NON-FIN-DEMANDE TO TRUE
                   ADD 1 TO NB-DEMANDES-LUES
           END-READ
           .
