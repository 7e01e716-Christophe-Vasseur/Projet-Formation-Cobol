      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DU TARIF CATALOGUE (TARIFG1) --      *
      *       UNE CARTE PAR ALBUM OU ARTICLE ET PAR SUPPORT. LA CARTE  *
      *       VAUT CREATION SI LE PRIX N EXISTE PAS, SINON MISE A JOUR *
      *       DU PRIX DE LISTE ET DE SA DATE                           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARFLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR PRIX, MEMES
      *    POSITIONS QUE LE FICHIER VSAM (HORS DATE DE MISE A JOUR)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT TARIF-KSDS
               ASSIGN TO DDTARIF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LP-CLE
               FILE STATUS F-LP-STATUS
               .

      *    LE CODE DOIT EXISTER DANS ALBUMG1, OU DANS MERCHG1 POUR UN
      *    ARTICLE DE MERCHANDISING
           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
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
           05 CH-FORMAT            PIC X(01).
           05 CH-PRIX-LISTE        PIC 9(05)V9(02).
           05 FILLER               PIC X(66).

       FD TARIF-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TARIF
           .

       COPY TARIF.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD MERCH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MERCH
           .

       COPY MERCH.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-LP-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.
       77 F-ME-STATUS              PIC X(02) VALUE '00'.

      * DATE DU JOUR, PORTEE SUR LES PRIX CREES OU MODIFIES
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
           OPEN I-O TARIF-KSDS
           IF F-LP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER TARIF'
               DISPLAY 'CODE ERREUR = ' F-LP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MERCH-KSDS
           IF F-ME-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MERCH'
               DISPLAY 'CODE ERREUR = ' F-ME-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'TARFLOAD - CHARGEMENT DU TARIF CATALOGUE'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-TARIF
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-TARIF.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, TARIF ' CH-CODEA ' ' CH-FORMAT ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODEA = SPACES
               MOVE 'CODE ALBUM OU ARTICLE ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-FORMAT TO LP-FORMAT
               IF NOT LP-FORMAT-VALIDE
                   MOVE 'SUPPORT INCONNU' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-PRIX-LISTE NOT NUMERIC
                   MOVE 'PRIX NON NUMERIQUE' TO W-MOTIF-REJET
               ELSE
                   IF CH-PRIX-LISTE = ZERO
                       MOVE 'PRIX NUL' TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM VERIFIER-CODE
           END-IF
           .

      *    UN PRIX DE SUPPORT MERCHANDISING PORTE SUR UN ARTICLE
      *    (MERCHG1), TOUT AUTRE PRIX SUR UN ALBUM (ALBUMG1) ; LE PRIX
      *    TOUS SUPPORTS PEUT PORTER SUR L UN OU L AUTRE
       VERIFIER-CODE.
           IF CH-FORMAT NOT = 'M'
               MOVE CH-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       MOVE 'ALBUM INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF CH-FORMAT = 'M'
                   OR (CH-FORMAT = SPACE AND W-MOTIF-REJET NOT = SPACES)
               MOVE SPACES TO W-MOTIF-REJET
               MOVE CH-CODEA TO ME-CODEM
               READ MERCH-KSDS
                   INVALID KEY
                       MOVE 'ALBUM OU ARTICLE INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-TARIF
           PERFORM REPRENDRE-CARTE
           WRITE E-TARIF
               INVALID KEY
                   PERFORM MODIFIER-TARIF
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-TARIF.
           REWRITE E-TARIF
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' CH-CODEA
                       ' ' CH-FORMAT
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       REPRENDRE-CARTE.
           MOVE CH-CODEA           TO LP-CODEA
           MOVE CH-FORMAT          TO LP-FORMAT
           MOVE CH-PRIX-LISTE      TO LP-PRIX-LISTE
           MOVE W-DATE-JOUR        TO LP-DATE-MAJ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE TARIF-KSDS
           CLOSE ALBUM-KSDS
           CLOSE MERCH-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'TARFLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'PRIX CREES                : ' NB-CREES
           DISPLAY 'PRIX MODIFIES             : ' NB-MODIFIES
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
