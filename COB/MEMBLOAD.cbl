      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES MEMBRES DE GROUPE (MEMBREG1) --  *
      *       UNE CARTE PAR MEMBRE ET PAR DATE D EFFET. LA CARTE VAUT  *
      *       CREATION SI LA LIGNE N EXISTE PAS, SINON MISE A JOUR DE  *
      *       LA PART ET DE LA DATE DE SORTIE (CLOTURE DE LA LIGNE     *
      *       LORS D UN CHANGEMENT DE FORMATION)                       *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR MEMBRE ET PAR DATE
      *    D EFFET, MEMES POSITIONS QUE LE FICHIER VSAM (HORS DATE DE
      *    MISE A JOUR)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT MEMBRE-KSDS
               ASSIGN TO DDMEMBRE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MG-CLE
               FILE STATUS F-MG-STATUS
               .

      *    LE GROUPE ET LE MEMBRE DOIVENT EXISTER DANS PERSONG1
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
           05 CH-CODEP-GROUPE      PIC X(06).
           05 CH-CODEP-MEMBRE      PIC X(06).
           05 CH-DATE-EFFET        PIC 9(08).
           05 CH-DATE-FIN          PIC 9(08).
           05 CH-PART              PIC 9(03)V9(02).
           05 FILLER               PIC X(47).

       FD MEMBRE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MEMBRE
           .

       COPY MEMBRE.

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
       77 F-MG-STATUS              PIC X(02) VALUE '00'.
       77 F-PE-STATUS              PIC X(02) VALUE '00'.

      * DATE DU JOUR, PORTEE SUR LES LIGNES CREEES OU MODIFIEES
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
           OPEN I-O MEMBRE-KSDS
           IF F-MG-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MEMBRES DE GROUPE'
               DISPLAY 'CODE ERREUR = ' F-MG-STATUS
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
           DISPLAY 'MEMBLOAD - CHARGEMENT DES MEMBRES DE GROUPE'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-MEMBRE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-MEMBRE.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, MEMBRE ' CH-CODEP-GROUPE '/'
                   CH-CODEP-MEMBRE ' ' CH-DATE-EFFET ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODEP-GROUPE = SPACES OR CH-CODEP-MEMBRE = SPACES
               MOVE 'CLE MEMBRE INCOMPLETE' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-CODEP-MEMBRE = CH-CODEP-GROUPE
                   MOVE 'GROUPE MEMBRE DE LUI-MEME' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-EFFET NOT NUMERIC
                       OR CH-DATE-FIN NOT NUMERIC
                   MOVE 'DATE NON NUMERIQUE' TO W-MOTIF-REJET
               ELSE
                   IF CH-DATE-EFFET = ZERO
                       MOVE 'DATE D EFFET ABSENTE' TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
      *    LA SORTIE, SI ELLE EST CONNUE, SUIT L ENTREE EN VIGUEUR
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-FIN NOT = ZERO
                       AND CH-DATE-FIN NOT > CH-DATE-EFFET
                   MOVE 'SORTIE AVANT LA DATE D EFFET'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-PART NOT NUMERIC
                   MOVE 'PART NON NUMERIQUE' TO W-MOTIF-REJET
               ELSE
                   IF CH-PART = ZERO OR CH-PART > 100
                       MOVE 'PART HORS LIMITES' TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEP-GROUPE TO PE-CODEP
               READ PERSONNE-KSDS
                   INVALID KEY
                       MOVE 'GROUPE INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEP-MEMBRE TO PE-CODEP
               READ PERSONNE-KSDS
                   INVALID KEY
                       MOVE 'MEMBRE INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-MEMBRE
           PERFORM REPRENDRE-CARTE
           WRITE E-MEMBRE
               INVALID KEY
                   PERFORM MODIFIER-MEMBRE
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-MEMBRE.
           REWRITE E-MEMBRE
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' MG-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       REPRENDRE-CARTE.
           MOVE CH-CODEP-GROUPE    TO MG-CODEP-GROUPE
           MOVE CH-CODEP-MEMBRE    TO MG-CODEP-MEMBRE
           MOVE CH-DATE-EFFET      TO MG-DATE-EFFET
           MOVE CH-DATE-FIN        TO MG-DATE-FIN
           MOVE CH-PART            TO MG-PART
           MOVE W-DATE-JOUR        TO MG-DATE-MAJ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE MEMBRE-KSDS
           CLOSE PERSONNE-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MEMBLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'MEMBRES CREES             : ' NB-CREES
           DISPLAY 'MEMBRES MODIFIES          : ' NB-MODIFIES
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
