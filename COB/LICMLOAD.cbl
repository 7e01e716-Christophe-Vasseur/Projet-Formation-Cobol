      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES LICENCES MECANIQUES (LICMCG1)    *
      *       -- UNE CARTE PAR CHANSON ET PAR EDITEUR TIERS. LA CARTE  *
      *       VAUT CREATION SI LA LIGNE N EXISTE PAS, SINON MISE A     *
      *       JOUR DE LA PART, DU TAUX ET DES DATES DE LA LICENCE.     *
      *       UNE CARTE SANS DATE DE DEBUT DECLARE UNE CHANSON         *
      *       EDITEE A L EXTERIEUR DONT LA LICENCE RESTE A OBTENIR     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICMLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR LICENCE, MEMES
      *    POSITIONS QUE LE FICHIER VSAM (HORS DATE DE MISE A JOUR)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT LICMECA-KSDS
               ASSIGN TO DDLICMEC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MQ-CLE
               FILE STATUS F-MQ-STATUS
               .

      *    LA CHANSON DOIT EXISTER DANS CHANSOG1 ET L EDITEUR DANS
      *    EDITMG1
           SELECT CHANSON-KSDS
               ASSIGN TO DDCHANSO
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CH-CODEC
               FILE STATUS F-CN-STATUS
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
           05 CA-CODEC             PIC X(06).
           05 CA-CODE-EDITEUR      PIC X(04).
           05 CA-PART              PIC 9(03)V9(02).
           05 CA-TAUX-UNITAIRE     PIC 9(03)V9(04).
           05 CA-DATE-DEBUT        PIC 9(08).
           05 CA-DATE-FIN          PIC 9(08).
           05 FILLER               PIC X(42).

       FD LICMECA-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LICMECA
           .

       COPY LICMECA.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

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
       77 F-MQ-STATUS              PIC X(02) VALUE '00'.
       77 F-CN-STATUS              PIC X(02) VALUE '00'.
       77 F-EM-STATUS              PIC X(02) VALUE '00'.

      * DATE DU JOUR, PORTEE SUR LES LICENCES CREEES OU MODIFIEES
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
           OPEN I-O LICMECA-KSDS
           IF F-MQ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LICENCES MECANIQUES'
               DISPLAY 'CODE ERREUR = ' F-MQ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CHANSON-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               DISPLAY 'CODE ERREUR = ' F-CN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT EDITMUS-KSDS
           IF F-EM-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EDITEURS'
               DISPLAY 'CODE ERREUR = ' F-EM-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'LICMLOAD - CHARGEMENT DES LICENCES MECANIQUES'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-LICENCE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-LICENCE.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, LICENCE ' CA-CODEC '/' CA-CODE-EDITEUR
                   ' : ' W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CA-CODEC = SPACES OR CA-CODE-EDITEUR = SPACES
               MOVE 'CLE LICENCE INCOMPLETE' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CA-PART NOT NUMERIC
                       OR CA-TAUX-UNITAIRE NOT NUMERIC
                   MOVE 'PART OU TAUX NON NUMERIQUE' TO W-MOTIF-REJET
               ELSE
                   IF CA-PART = ZERO OR CA-PART > 100
                       MOVE 'PART HORS LIMITES' TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CA-DATE-DEBUT NOT NUMERIC
                       OR CA-DATE-FIN NOT NUMERIC
                   MOVE 'DATE NON NUMERIQUE' TO W-MOTIF-REJET
               END-IF
           END-IF
      *    UNE LICENCE ACCORDEE PORTE UN TAUX ; UNE FIN SANS DEBUT
      *    OU ANTERIEURE AU DEBUT N A PAS DE SENS
           IF W-MOTIF-REJET = SPACES
               IF CA-DATE-DEBUT = ZERO
                   IF CA-DATE-FIN NOT = ZERO
                       MOVE 'FIN SANS DEBUT DE LICENCE'
                           TO W-MOTIF-REJET
                   END-IF
               ELSE
                   IF CA-TAUX-UNITAIRE = ZERO
                       MOVE 'TAUX ABSENT SUR LICENCE ACCORDEE'
                           TO W-MOTIF-REJET
                   END-IF
                   IF CA-DATE-FIN NOT = ZERO
                           AND CA-DATE-FIN < CA-DATE-DEBUT
                       MOVE 'FIN AVANT LE DEBUT DE LICENCE'
                           TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CA-CODEC TO CH-CODEC
               READ CHANSON-KSDS
                   INVALID KEY
                       MOVE 'CHANSON INCONNUE' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CA-CODE-EDITEUR TO EM-CODE-EDITEUR
               READ EDITMUS-KSDS
                   INVALID KEY
                       MOVE 'EDITEUR INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-LICMECA
           PERFORM REPRENDRE-CARTE
           WRITE E-LICMECA
               INVALID KEY
                   PERFORM MODIFIER-LICENCE
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-LICENCE.
           REWRITE E-LICMECA
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' MQ-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       REPRENDRE-CARTE.
           MOVE CA-CODEC           TO MQ-CODEC
           MOVE CA-CODE-EDITEUR    TO MQ-CODE-EDITEUR
           MOVE CA-PART            TO MQ-PART
           MOVE CA-TAUX-UNITAIRE   TO MQ-TAUX-UNITAIRE
           MOVE CA-DATE-DEBUT      TO MQ-DATE-DEBUT
           MOVE CA-DATE-FIN        TO MQ-DATE-FIN
           MOVE W-DATE-JOUR        TO MQ-DATE-MAJ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE LICMECA-KSDS
           CLOSE CHANSON-KSDS
           CLOSE EDITMUS-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'LICMLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'LICENCES CREEES           : ' NB-CREES
           DISPLAY 'LICENCES MODIFIEES        : ' NB-MODIFIES
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
