      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES AFFECTATIONS DES DISTRIBUTEURS   *
      *       AUX REPRESENTANTS (REPAFFG1) -- UNE CARTE PAR            *
      *       AFFECTATION (SIREN, ENSEIGNE OU BLANC POUR TOUT LE       *
      *       DISTRIBUTEUR, DATE DE DEBUT). LA CARTE VAUT CREATION SI  *
      *       L AFFECTATION N EXISTE PAS, SINON MISE A JOUR DU         *
      *       REPRESENTANT ET DE LA DATE DE FIN (CLOTURE D UNE         *
      *       AFFECTATION). LE REPRESENTANT (REPRESG1), LE             *
      *       DISTRIBUTEUR EN ACTIVITE (MAISONG1) ET L ENSEIGNE        *
      *       (CLIENTG1) DOIVENT EXISTER                               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFFRLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR AFFECTATION, MEMES
      *    POSITIONS QUE LE FICHIER VSAM
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT REPAFFEC-KSDS
               ASSIGN TO DDREPAFF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AF-CLE
               FILE STATUS F-AF-STATUS
               .

           SELECT REPRES-KSDS
               ASSIGN TO DDREPRES
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VR-CODE-REP
               FILE STATUS F-VR-STATUS
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
           05 CH-SIREN             PIC X(05).
           05 CH-CODE-CLIENT       PIC X(06).
           05 CH-DATE-DEBUT        PIC 9(08).
           05 CH-CODE-REP          PIC X(04).
           05 CH-DATE-FIN          PIC 9(08).
           05 FILLER               PIC X(49).

       FD REPAFFEC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPAFFEC
           .

       COPY REPAFFEC.

       FD REPRES-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPRES
           .

       COPY REPRES.

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

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-AF-STATUS              PIC X(02) VALUE '00'.
       77 F-VR-STATUS              PIC X(02) VALUE '00'.
       77 F-MA-STATUS              PIC X(02) VALUE '00'.
       77 F-CL-STATUS              PIC X(02) VALUE '00'.

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
           OPEN I-O REPAFFEC-KSDS
           IF F-AF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER AFFECTATIONS'
               DISPLAY 'CODE ERREUR = ' F-AF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT REPRES-KSDS
           IF F-VR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER REPRESENTANTS'
               DISPLAY 'CODE ERREUR = ' F-VR-STATUS
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
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'AFFRLOAD - CHARGEMENT DES AFFECTATIONS AUX'
           DISPLAY '           REPRESENTANTS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-AFFECTATION
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-AFFECTATION.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, AFFECTATION ' CH-SIREN ' '
                   CH-CODE-CLIENT ' : ' W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-SIREN = SPACES OR CH-CODE-REP = SPACES
               MOVE 'SIREN OU REPRESENTANT ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-DEBUT NOT NUMERIC
                       OR CH-DATE-FIN NOT NUMERIC
                       OR CH-DATE-DEBUT = ZERO
                   MOVE 'DATE INVALIDE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-FIN NOT = ZERO
                       AND CH-DATE-FIN < CH-DATE-DEBUT
                   MOVE 'FIN AVANT DEBUT D AFFECTATION'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODE-REP TO VR-CODE-REP
               READ REPRES-KSDS
                   INVALID KEY
                       MOVE 'REPRESENTANT INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-SIREN TO MA-SIREN
               READ MAISONDI-KSDS
                   INVALID KEY
                       MOVE 'DISTRIBUTEUR INCONNU' TO W-MOTIF-REJET
                   NOT INVALID KEY
                       IF NOT MA-EN-ACTIVITE
                           MOVE 'DISTRIBUTEUR ABSORBE' TO W-MOTIF-REJET
                       END-IF
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES AND CH-CODE-CLIENT NOT = SPACES
               MOVE CH-CODE-CLIENT TO CL-CODE-CLIENT
               READ CLIENT-KSDS
                   INVALID KEY
                       MOVE 'ENSEIGNE INCONNUE' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-REPAFFEC
           PERFORM REPRENDRE-CARTE
           WRITE E-REPAFFEC
               INVALID KEY
                   PERFORM MODIFIER-AFFECTATION
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-AFFECTATION.
           READ REPAFFEC-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC RELECTURE : ' CH-SIREN ' '
                       CH-CODE-CLIENT ' ' CH-DATE-DEBUT
               NOT INVALID KEY
                   PERFORM REPRENDRE-CARTE
                   REWRITE E-REPAFFEC
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, ECHEC MISE A JOUR : '
                               CH-SIREN ' ' CH-CODE-CLIENT ' '
                               CH-DATE-DEBUT
                       NOT INVALID KEY
                           ADD 1 TO NB-MODIFIES
                   END-REWRITE
           END-READ
           .

       REPRENDRE-CARTE.
           MOVE CH-SIREN           TO AF-SIREN
           MOVE CH-CODE-CLIENT     TO AF-CODE-CLIENT
           MOVE CH-DATE-DEBUT      TO AF-DATE-DEBUT
           MOVE CH-CODE-REP        TO AF-CODE-REP
           MOVE CH-DATE-FIN        TO AF-DATE-FIN
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE REPAFFEC-KSDS
           CLOSE REPRES-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE CLIENT-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'AFFRLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'AFFECTATIONS CREEES       : ' NB-CREES
           DISPLAY 'AFFECTATIONS MODIFIEES    : ' NB-MODIFIES
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
