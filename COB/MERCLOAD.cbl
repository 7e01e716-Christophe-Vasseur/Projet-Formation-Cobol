      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT DES ARTICLES DE MERCHANDISING         *
      *      (MERCHG1) -- UNE CARTE PAR ARTICLE. LA CARTE VAUT         *
      *      CREATION SI L ARTICLE N EXISTE PAS, SINON MISE A JOUR DE  *
      *      SON LIBELLE, DE SES RATTACHEMENTS ET DE SA CATEGORIE.     *
      *      L ARTICLE DOIT ETRE RATTACHE A UN ARTISTE CONNU, A UN     *
      *      ALBUM CONNU S IL EST RENSEIGNE, ET SON CODE NE DOIT PAS   *
      *      ETRE UN CODE ALBUM (MEME ESPACE DE CODES DANS VENTESG1)   *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR ARTICLE, MEMES
      *    POSITIONS QUE LE FICHIER VSAM
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
               .

      *    LE CODE ARTICLE NE DOIT PAS EXISTER DANS ALBUMG1 ; L ALBUM
      *    DE RATTACHEMENT, S IL EST RENSEIGNE, DOIT Y EXISTER
           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
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
           05 CH-CODEM             PIC X(06).
           05 CH-LIBELLE           PIC X(30).
           05 CH-CODEP             PIC X(06).
           05 CH-CODEA             PIC X(06).
           05 CH-CATEGORIE         PIC X(01).
           05 CH-CODE-EAN          PIC X(13).
           05 FILLER               PIC X(18).

       FD MERCH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MERCH
           .

       COPY MERCH.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

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
       77 F-ME-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.
       77 F-PE-STATUS              PIC X(02) VALUE '00'.

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
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           OPEN I-O MERCH-KSDS
           IF F-ME-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MERCHANDISING'
               DISPLAY 'CODE ERREUR = ' F-ME-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT PERSONNE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PERSONNE'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'MERCLOAD - CHARGEMENT DES ARTICLES DE'
           DISPLAY '           MERCHANDISING'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-ARTICLE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-ARTICLE.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, ARTICLE ' CH-CODEM ' : ' W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODEM = SPACES OR CH-LIBELLE = SPACES
               MOVE 'CODE OU LIBELLE ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CATEGORIE TO ME-CATEGORIE
               IF NOT ME-CATEGORIE-VALIDE
                   MOVE 'CATEGORIE INCONNUE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEM TO AL-CODEA
               READ ALBUM-KSDS
                   NOT INVALID KEY
                       MOVE 'CODE DEJA PRIS PAR UN ALBUM'
                           TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEP TO PE-CODEP
               READ PERSONNE-KSDS
                   INVALID KEY
                       MOVE 'ARTISTE INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES AND CH-CODEA NOT = SPACES
               MOVE CH-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       MOVE 'ALBUM DE RATTACHEMENT INCONNU'
                           TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE E-CHARGE TO E-MERCH
           WRITE E-MERCH
               INVALID KEY
                   PERFORM MODIFIER-ARTICLE
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-ARTICLE.
           MOVE E-CHARGE TO E-MERCH
           REWRITE E-MERCH
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' CH-CODEM
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE MERCH-KSDS
           CLOSE ALBUM-KSDS
           CLOSE PERSONNE-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MERCLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'ARTICLES CREES            : ' NB-CREES
           DISPLAY 'ARTICLES MODIFIES         : ' NB-MODIFIES
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
