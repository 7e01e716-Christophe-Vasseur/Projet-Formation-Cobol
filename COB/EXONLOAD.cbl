      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE MISE A JOUR DE L EXONERATION DES COTISATIONS    *
      *       SOCIALES DES PERSONNES DEJA CONNUES (PERSONG1, CF        *
      *       PE-EXONERE-COTIS) -- UNE CARTE PAR PERSONNE : 'O' REND   *
      *       LA PERSONNE EXONEREE, BLANC LA REND ASSUJETTIE. SEUL     *
      *       L INDICATEUR EST TOUCHE                                  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXONLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR PERSONNE
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT PERSONNE-KSDS
               ASSIGN TO DDPERSON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PE-CODEP
               FILE STATUS F-PE-STATUS
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
           05 CH-CODEP             PIC X(06).
           05 CH-EXONERE-COTIS     PIC X(01).
           05 FILLER               PIC X(73).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PERSONNE
           .

       COPY PERSONNE.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-PE-STATUS              PIC X(02) VALUE '00'.

      * MOTIF DE REJET DE LA CARTE EN COURS (SPACES = CARTE VALIDE,
      * LE PREMIER MOTIF RENCONTRE EST EDITE)
       77 W-MOTIF-REJET            PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES              PIC 9(07) VALUE ZERO.
       77 NB-EXONERES              PIC 9(07) VALUE ZERO.
       77 NB-REJETS                PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DE CHARGEMENT
       01 FIN-CHARGE-IND           PIC 9.
           88 FIN-CHARGE               VALUE 1.
           88 NON-FIN-CHARGE           VALUE 2.

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
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O PERSONNE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PERSONNE'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'EXONLOAD - EXONERATION DES COTISATIONS'
           DISPLAY '           SOCIALES'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-PERSONNE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-PERSONNE.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, PERSONNE ' CH-CODEP ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM MODIFIER-PERSONNE
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODEP = SPACES
               MOVE 'CODEP ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-EXONERE-COTIS NOT = 'O'
                       AND CH-EXONERE-COTIS NOT = SPACE
                   MOVE 'INDICATEUR D EXONERATION INVALIDE'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           .

      *    LA PERSONNE DOIT EXISTER : L EXONERATION NE CREE PAS DE
      *    PERSONNE (CF PERSOLOAD)
       MODIFIER-PERSONNE.
           MOVE CH-CODEP TO PE-CODEP
           READ PERSONNE-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, PERSONNE INCONNUE : ' CH-CODEP
               NOT INVALID KEY
                   MOVE CH-EXONERE-COTIS TO PE-EXONERE-COTIS
                   REWRITE E-PERSONNE
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, ECHEC MISE A JOUR : '
                               PE-CODEP
                       NOT INVALID KEY
                           ADD 1 TO NB-MODIFIES
                           IF PE-EXONERE
                               ADD 1 TO NB-EXONERES
                           END-IF
                   END-REWRITE
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE PERSONNE-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'EXONLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'PERSONNES MISES A JOUR    : ' NB-MODIFIES
           DISPLAY 'DONT EXONEREES            : ' NB-EXONERES
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
