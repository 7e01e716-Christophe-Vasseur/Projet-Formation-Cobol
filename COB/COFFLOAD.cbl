      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT DES COMPOSANTS DE COFFRETS (COFFRG1)  *
      *      -- UNE CARTE PAR COMPOSANT, TRIEES PAR COFFRET ET RANG.   *
      *      UN COFFRET N EST CREE QUE SI TOUTES SES CARTES SONT       *
      *      VALIDES : COFFRET ET COMPOSANTS CONNUS D ALBUMG1,         *
      *      EXEMPLAIRES PAR COFFRET NON NULS, QUOTES-PARTS DE PRIX    *
      *      TOTALISANT 100, COFFRET PAS ENCORE ENREGISTRE             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFFLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR COMPOSANT, MEMES
      *    POSITIONS QUE LE FICHIER VSAM (SEQUENTIEL, TRIE PAR CODE
      *    COFFRET ET RANG)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT COFFRET-KSDS
               ASSIGN TO DDCOFFRE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-CLE
               FILE STATUS F-CO-STATUS
               .

      *    LE COFFRET ET CHACUN DE SES COMPOSANTS SONT CONTROLES
      *    CONTRE ALBUMG1
           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
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
           05 CH-CODE-COFFRET      PIC X(06).
           05 CH-RANG              PIC 9(02).
           05 CH-CODEA             PIC X(06).
           05 CH-QTE-PAR-COFFRET   PIC 9(02).
           05 CH-PART-PRIX         PIC 9(03)V9(02).
           05 FILLER               PIC X(59).

       FD COFFRET-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COFFRET
           .

       COPY COFFRET.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-CO-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.

      * COFFRET EN COURS : SES CARTES SONT CONSERVEES JUSQU A LA
      * RUPTURE DE CODE COFFRET, PUIS ECRITES ENSEMBLE OU REJETEES
      * ENSEMBLE (LE PREMIER MOTIF DE REJET RENCONTRE EST EDITE)
       77 W-COFFRET-EN-COURS       PIC X(06) VALUE SPACES.
       77 W-NB-CARTES              PIC 9(02) VALUE ZERO.
       77 W-IX                     PIC 9(02) VALUE ZERO.
       77 W-TOTAL-PART             PIC 9(05)V9(02) VALUE ZERO.
       01 W-TABLE-CARTES.
           05 W-CARTE OCCURS 20    PIC X(80).
       01 W-REJET-IND              PIC X(01) VALUE 'N'.
           88 COFFRET-REJETE           VALUE 'Y'.
       77 W-MOTIF-REJET            PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-COFFRETS-CREES        PIC 9(07) VALUE ZERO.
       77 NB-COMPOSANTS-CREES      PIC 9(07) VALUE ZERO.
       77 NB-COFFRETS-REJETES      PIC 9(07) VALUE ZERO.

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
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           OPEN I-O COFFRET-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COFFRETS'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'COFFLOAD - CHARGEMENT DES COMPOSANTS DE'
           DISPLAY '           COFFRETS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               IF CH-CODE-COFFRET NOT = W-COFFRET-EN-COURS
                   PERFORM CLORE-COFFRET
                   PERFORM OUVRIR-COFFRET
               END-IF
               PERFORM CONTROLER-CARTE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM
           PERFORM CLORE-COFFRET

           PERFORM FIN-TRAITEMENT
           .

      *    PREMIERE CARTE D UN COFFRET -- LE COFFRET LUI-MEME DOIT
      *    ETRE UN ALBUM D ALBUMG1 (CODE ET TITRE FACTURES)
       OUVRIR-COFFRET.
           MOVE CH-CODE-COFFRET TO W-COFFRET-EN-COURS
           MOVE ZERO            TO W-NB-CARTES
           MOVE ZERO            TO W-TOTAL-PART
           MOVE 'N'             TO W-REJET-IND
           MOVE SPACES          TO W-MOTIF-REJET
           MOVE CH-CODE-COFFRET TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE 'COFFRET INCONNU D ALBUMG1' TO W-MOTIF-REJET
                   PERFORM REJETER-COFFRET
           END-READ
           .

       CONTROLER-CARTE.
           IF W-NB-CARTES = 20
               MOVE 'PLUS DE 20 COMPOSANTS' TO W-MOTIF-REJET
               PERFORM REJETER-COFFRET
           ELSE
               ADD 1 TO W-NB-CARTES
               MOVE E-CHARGE TO W-CARTE (W-NB-CARTES)
           END-IF
           IF CH-RANG NOT NUMERIC OR CH-RANG = ZERO
                   OR CH-QTE-PAR-COFFRET NOT NUMERIC
                   OR CH-QTE-PAR-COFFRET = ZERO
                   OR CH-PART-PRIX NOT NUMERIC
               MOVE 'CARTE COMPOSANT INVALIDE' TO W-MOTIF-REJET
               PERFORM REJETER-COFFRET
           ELSE
               ADD CH-PART-PRIX TO W-TOTAL-PART
           END-IF
           IF CH-CODEA = CH-CODE-COFFRET
               MOVE 'COMPOSANT = COFFRET' TO W-MOTIF-REJET
               PERFORM REJETER-COFFRET
           ELSE
               MOVE CH-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       MOVE 'COMPOSANT INCONNU D ALBUMG1'
                           TO W-MOTIF-REJET
                       PERFORM REJETER-COFFRET
               END-READ
           END-IF
           .

      *    SEUL LE PREMIER MOTIF DE REJET DU COFFRET EST CONSERVE
       REJETER-COFFRET.
           IF NOT COFFRET-REJETE
               SET COFFRET-REJETE TO TRUE
               DISPLAY 'REJET, COFFRET ' W-COFFRET-EN-COURS
                   ' : ' W-MOTIF-REJET
           END-IF
           .

      *    RUPTURE DE COFFRET -- CONTROLES D ENSEMBLE PUIS ECRITURE DE
      *    TOUTES LES CARTES CONSERVEES
       CLORE-COFFRET.
           IF W-NB-CARTES > ZERO
               IF W-TOTAL-PART NOT = 100
                   MOVE 'QUOTES-PARTS DIFFERENTES DE 100'
                       TO W-MOTIF-REJET
                   PERFORM REJETER-COFFRET
               END-IF
               PERFORM CONTROLER-EXISTANT
                   VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-NB-CARTES OR COFFRET-REJETE
               IF COFFRET-REJETE
                   ADD 1 TO NB-COFFRETS-REJETES
               ELSE
                   PERFORM CREER-COMPOSANT
                       VARYING W-IX FROM 1 BY 1
                       UNTIL W-IX > W-NB-CARTES
                   ADD 1 TO NB-COFFRETS-CREES
               END-IF
           END-IF
           .

       CONTROLER-EXISTANT.
           MOVE W-CARTE (W-IX) TO E-COFFRET
           READ COFFRET-KSDS
               NOT INVALID KEY
                   MOVE 'COFFRET DEJA ENREGISTRE' TO W-MOTIF-REJET
                   PERFORM REJETER-COFFRET
           END-READ
           .

       CREER-COMPOSANT.
           MOVE W-CARTE (W-IX) TO E-COFFRET
           WRITE E-COFFRET
               INVALID KEY
                   DISPLAY 'REJET, COMPOSANT EN DOUBLE : ' CO-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-COMPOSANTS-CREES
           END-WRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE COFFRET-KSDS
           CLOSE ALBUM-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COFFLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'COFFRETS CREES            : ' NB-COFFRETS-CREES
           DISPLAY 'COMPOSANTS CREES          : ' NB-COMPOSANTS-CREES
           DISPLAY 'COFFRETS REJETES          : ' NB-COFFRETS-REJETES
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
