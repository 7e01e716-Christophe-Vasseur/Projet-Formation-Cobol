      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES BAREMES DE DROITS PAR SUPPORT    *
      *       DES CONTRATS (CTRFMTG1) -- UNE CARTE PAR CONTRAT ET PAR  *
      *       SUPPORT. LA CARTE VAUT CREATION SI LE BAREME N EXISTE    *
      *       PAS, SINON MISE A JOUR DU TAUX, DE L ABATTEMENT          *
      *       EMBALLAGE ET DE L ASSIETTE                               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRFLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR BAREME, MEMES
      *    POSITIONS QUE LE FICHIER VSAM (HORS DATE DE MISE A JOUR)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT CTRFORMAT-KSDS
               ASSIGN TO DDCTRFMT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FR-CLE
               FILE STATUS F-FR-STATUS
               .

      *    LE CONTRAT DOIT EXISTER DANS CONTRAG1
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
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
           05 CH-CODEA             PIC X(06).
           05 CH-CODEP             PIC X(06).
           05 CH-SIREN             PIC X(05).
           05 CH-FORMAT            PIC X(01).
           05 CH-TAUX              PIC 9(03)V9(02).
           05 CH-TAUX-EMBALLAGE    PIC 9(02)V9(02).
           05 CH-ASSIETTE          PIC X(01).
           05 FILLER               PIC X(52).

       FD CTRFORMAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRFORMAT
           .

       COPY CTRFORMT.

      *    F-CONTRAT PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- SEULE LA CLE EST REPRISE ICI
       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

       01 E-CONTRAT.
           05 E-CO-KEY             PIC X(17).
           05 FILLER               PIC X(63).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-FR-STATUS              PIC X(02) VALUE '00'.
       77 F-CO-STATUS              PIC X(02) VALUE '00'.

      * DATE DU JOUR, PORTEE SUR LES BAREMES CREES OU MODIFIES
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
           OPEN I-O CTRFORMAT-KSDS
           IF F-FR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BAREMES PAR SUPPORT'
               DISPLAY 'CODE ERREUR = ' F-FR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CTRFLOAD - CHARGEMENT DES BAREMES DE DROITS'
           DISPLAY '           PAR SUPPORT'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-BAREME
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-BAREME.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, BAREME ' CH-CODEA '/' CH-CODEP '/'
                   CH-SIREN ' ' CH-FORMAT ' : ' W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODEA = SPACES OR CH-CODEP = SPACES
                   OR CH-SIREN = SPACES
               MOVE 'CLE CONTRAT INCOMPLETE' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-FORMAT TO FR-FORMAT
               IF NOT FR-FORMAT-VALIDE
                   MOVE 'SUPPORT INCONNU' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-TAUX NOT NUMERIC
                       OR CH-TAUX-EMBALLAGE NOT NUMERIC
                   MOVE 'TAUX NON NUMERIQUE' TO W-MOTIF-REJET
               ELSE
                   IF CH-TAUX > 100 OR CH-TAUX-EMBALLAGE > 50
                       MOVE 'TAUX HORS LIMITES' TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
      *    L ABATTEMENT EMBALLAGE NE PORTE QUE SUR LES SUPPORTS
      *    PHYSIQUES
           IF W-MOTIF-REJET = SPACES
               IF NOT FR-FORMAT-PHYSIQUE
                       AND CH-TAUX-EMBALLAGE > ZERO
                   MOVE 'ABATTEMENT SUR SUPPORT NUMERIQUE'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-ASSIETTE TO FR-ASSIETTE
               IF NOT FR-ASSIETTE-FACTURE AND NOT FR-ASSIETTE-GROS
                   MOVE 'ASSIETTE INCONNUE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEA TO E-CO-KEY (1:6)
               MOVE CH-CODEP TO E-CO-KEY (7:6)
               MOVE CH-SIREN TO E-CO-KEY (13:5)
               READ CONTRAT-KSDS
                   INVALID KEY
                       MOVE 'CONTRAT INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-CTRFORMAT
           PERFORM REPRENDRE-CARTE
           WRITE E-CTRFORMAT
               INVALID KEY
                   PERFORM MODIFIER-BAREME
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-BAREME.
           REWRITE E-CTRFORMAT
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' FR-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       REPRENDRE-CARTE.
           MOVE CH-CODEA           TO FR-CODEA
           MOVE CH-CODEP           TO FR-CODEP
           MOVE CH-SIREN           TO FR-SIREN
           MOVE CH-FORMAT          TO FR-FORMAT
           MOVE CH-TAUX            TO FR-TAUX
           MOVE CH-TAUX-EMBALLAGE  TO FR-TAUX-EMBALLAGE
           IF CH-ASSIETTE = SPACE
               MOVE 'F'            TO FR-ASSIETTE
           ELSE
               MOVE CH-ASSIETTE    TO FR-ASSIETTE
           END-IF
           MOVE W-DATE-JOUR        TO FR-DATE-MAJ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE CTRFORMAT-KSDS
           CLOSE CONTRAT-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CTRFLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'BAREMES CREES             : ' NB-CREES
           DISPLAY 'BAREMES MODIFIES          : ' NB-MODIFIES
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
