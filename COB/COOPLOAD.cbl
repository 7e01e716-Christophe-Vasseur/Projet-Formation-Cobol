      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES ACCORDS DE PARTICIPATION         *
      *       PUBLICITAIRE DES DISTRIBUTEURS (COOPACG1) -- UNE CARTE   *
      *       PAR ACCORD. LA CARTE VAUT CREATION SI L ACCORD N EXISTE  *
      *       PAS, SINON MISE A JOUR DU DISTRIBUTEUR, DES              *
      *       RESTRICTIONS, DES DATES, DU BUDGET, DU STATUT ET DU      *
      *       LIBELLE ; LE MONTANT DEJA IMPUTE PAR COOPCLAM EST        *
      *       CONSERVE ET LE BUDGET NE PEUT PAS DESCENDRE EN DESSOUS.  *
      *       LE DISTRIBUTEUR DOIT EXISTER (MAISONG1), AINSI QUE       *
      *       L ENSEIGNE (CLIENTG1) ET L ALBUM (ALBUMG1) QUAND L       *
      *       ACCORD Y EST RESTREINT                                   *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOPLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR ACCORD, MEMES
      *    POSITIONS QUE LE FICHIER VSAM (HORS MONTANT IMPUTE)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT COOPACC-KSDS
               ASSIGN TO DDCOOPAC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PP-NUM-ACCORD
               FILE STATUS F-PP-STATUS
               .

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

           SELECT CLIENT-KSDS
               ASSIGN TO DDCLIENT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CL-CODE-CLIENT
               FILE STATUS F-CL-STATUS
               .

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
           05 CH-NUM-ACCORD        PIC X(06).
           05 CH-SIREN             PIC X(05).
           05 CH-CODE-CLIENT       PIC X(06).
           05 CH-CODEA             PIC X(06).
           05 CH-DATE-DEBUT        PIC 9(08).
           05 CH-DATE-FIN          PIC 9(08).
           05 CH-BUDGET            PIC 9(09)V9(02).
           05 FILLER               PIC X(11).
           05 CH-STATUT            PIC X(01).
           05 CH-LIBELLE           PIC X(16).
           05 FILLER               PIC X(02).

       FD COOPACC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COOPACC
           .

       COPY COOPACC.

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD CLIENT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CLIENT
           .

       COPY CLIENT.

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
       77 F-PP-STATUS              PIC X(02) VALUE '00'.
       77 F-MA-STATUS              PIC X(02) VALUE '00'.
       77 F-CL-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.

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
           OPEN I-O COOPACC-KSDS
           IF F-PP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ACCORDS PUBLICITAIRES'
               DISPLAY 'CODE ERREUR = ' F-PP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CLIENT-KSDS
           IF F-CL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CLIENTS'
               DISPLAY 'CODE ERREUR = ' F-CL-STATUS
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
           DISPLAY 'COOPLOAD - CHARGEMENT DES ACCORDS DE'
           DISPLAY '           PARTICIPATION PUBLICITAIRE'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-ACCORD
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-ACCORD.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, ACCORD ' CH-NUM-ACCORD ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-NUM-ACCORD = SPACES OR CH-SIREN = SPACES
               MOVE 'ACCORD OU DISTRIBUTEUR ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-DEBUT NOT NUMERIC
                       OR CH-DATE-FIN NOT NUMERIC
                       OR CH-BUDGET NOT NUMERIC
                   MOVE 'ZONE NUMERIQUE INVALIDE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-FIN NOT = ZERO
                       AND CH-DATE-FIN < CH-DATE-DEBUT
                   MOVE 'FIN D ACCORD AVANT SON DEBUT' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-STATUT TO PP-STATUT
               IF NOT PP-STATUT-VALIDE
                   MOVE 'STATUT INCONNU' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-SIREN TO MA-SIREN
               READ MAISONDI-KSDS
                   INVALID KEY
                       MOVE 'DISTRIBUTEUR INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES AND CH-CODE-CLIENT NOT = SPACES
               MOVE CH-CODE-CLIENT TO CL-CODE-CLIENT
               READ CLIENT-KSDS
                   INVALID KEY
                       MOVE 'ENSEIGNE INCONNUE' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES AND CH-CODEA NOT = SPACES
               MOVE CH-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       MOVE 'ALBUM INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-COOPACC
           PERFORM REPRENDRE-CARTE
           MOVE ZERO TO PP-CONSOMME
           WRITE E-COOPACC
               INVALID KEY
                   PERFORM MODIFIER-ACCORD
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

      *    L ACCORD EXISTANT EST RELU POUR CONSERVER LE MONTANT DEJA
      *    IMPUTE PAR COOPCLAM -- UN BUDGET RAMENE SOUS CE MONTANT
      *    EST REFUSE
       MODIFIER-ACCORD.
           MOVE CH-NUM-ACCORD TO PP-NUM-ACCORD
           READ COOPACC-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC RELECTURE : ' CH-NUM-ACCORD
               NOT INVALID KEY
                   IF CH-BUDGET < PP-CONSOMME
                       ADD 1 TO NB-REJETS
                       DISPLAY 'REJET, ACCORD ' CH-NUM-ACCORD
                           ' : BUDGET INFERIEUR AU MONTANT IMPUTE '
                           PP-CONSOMME
                   ELSE
                       PERFORM REPRENDRE-CARTE
                       REWRITE E-COOPACC
                           INVALID KEY
                               ADD 1 TO NB-REJETS
                               DISPLAY 'REJET, ECHEC MISE A JOUR : '
                                   CH-NUM-ACCORD
                           NOT INVALID KEY
                               ADD 1 TO NB-MODIFIES
                       END-REWRITE
                   END-IF
           END-READ
           .

       REPRENDRE-CARTE.
           MOVE CH-NUM-ACCORD      TO PP-NUM-ACCORD
           MOVE CH-SIREN           TO PP-SIREN
           MOVE CH-CODE-CLIENT     TO PP-CODE-CLIENT
           MOVE CH-CODEA           TO PP-CODEA
           MOVE CH-DATE-DEBUT      TO PP-DATE-DEBUT
           MOVE CH-DATE-FIN        TO PP-DATE-FIN
           MOVE CH-BUDGET          TO PP-BUDGET
           MOVE CH-STATUT          TO PP-STATUT
           MOVE CH-LIBELLE         TO PP-LIBELLE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE COOPACC-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE CLIENT-KSDS
           CLOSE ALBUM-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COOPLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'ACCORDS CREES             : ' NB-CREES
           DISPLAY 'ACCORDS MODIFIES          : ' NB-MODIFIES
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
