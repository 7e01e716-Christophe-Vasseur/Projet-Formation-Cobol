      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES EDITEURS MUSICAUX TIERS          *
      *       (EDITMG1) -- UNE CARTE PAR EDITEUR. LA CARTE VAUT        *
      *       CREATION SI L EDITEUR N EXISTE PAS, SINON MISE A JOUR    *
      *       DE SA RAISON SOCIALE ; LE REPORT TENU PAR MECARPT N EST  *
      *       JAMAIS TOUCHE PAR LE CHARGEMENT                          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR EDITEUR
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT EDITMUS-KSDS
               ASSIGN TO DDEDITMU
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-CODE-EDITEUR
               FILE STATUS F-EM-STATUS
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
           05 CH-CODE-EDITEUR      PIC X(04).
           05 CH-RAISON-SOCIALE    PIC X(30).
           05 FILLER               PIC X(46).

       FD EDITMUS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EDITMUS
           .

       COPY EDITMUS.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-EM-STATUS              PIC X(02) VALUE '00'.

      * DATE DU JOUR, PORTEE SUR LES EDITEURS CREES OU MODIFIES
       77 W-DATE-JOUR              PIC 9(08).

      * MOTIF DE REJET DE LA CARTE EN COURS (SPACES = CARTE VALIDE,
      * LE PREMIER MOTIF RENCONTRE EST EDITE)
       77 W-MOTIF-REJET            PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES              PIC 9(07) VALUE ZERO.
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
           OPEN I-O EDITMUS-KSDS
           IF F-EM-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EDITEURS'
               DISPLAY 'CODE ERREUR = ' F-EM-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'EDITLOAD - CHARGEMENT DES EDITEURS MUSICAUX'
           DISPLAY '           TIERS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-EDITEUR
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-EDITEUR.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, EDITEUR ' CH-CODE-EDITEUR ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODE-EDITEUR = SPACES
               MOVE 'CODE EDITEUR ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-RAISON-SOCIALE = SPACES
                   MOVE 'RAISON SOCIALE ABSENTE' TO W-MOTIF-REJET
               END-IF
           END-IF
           .

      *    UN EDITEUR DEJA CONNU GARDE SON REPORT : SEULE LA RAISON
      *    SOCIALE EST REPRISE DE LA CARTE
       CREER-OU-MODIFIER.
           MOVE CH-CODE-EDITEUR TO EM-CODE-EDITEUR
           READ EDITMUS-KSDS
               INVALID KEY
                   PERFORM CREER-EDITEUR
               NOT INVALID KEY
                   PERFORM MODIFIER-EDITEUR
           END-READ
           .

       CREER-EDITEUR.
           MOVE SPACES            TO E-EDITMUS
           MOVE CH-CODE-EDITEUR   TO EM-CODE-EDITEUR
           MOVE CH-RAISON-SOCIALE TO EM-RAISON-SOCIALE
           MOVE ZERO              TO EM-DERNIERE-PERIODE
           MOVE ZERO              TO EM-REPORT-ENTRANT
           MOVE ZERO              TO EM-REPORT-SORTANT
           MOVE W-DATE-JOUR       TO EM-DATE-MAJ
           WRITE E-EDITMUS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC CREATION : ' EM-CODE-EDITEUR
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-EDITEUR.
           MOVE CH-RAISON-SOCIALE TO EM-RAISON-SOCIALE
           MOVE W-DATE-JOUR       TO EM-DATE-MAJ
           REWRITE E-EDITMUS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : '
                       EM-CODE-EDITEUR
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE EDITMUS-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'EDITLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'EDITEURS CREES            : ' NB-CREES
           DISPLAY 'EDITEURS MODIFIES         : ' NB-MODIFIES
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
