      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES REPRESENTANTS COMMERCIAUX        *
      *       (REPRESG1) -- UNE CARTE PAR REPRESENTANT. LA CARTE VAUT  *
      *       CREATION SI LE REPRESENTANT N EXISTE PAS, SINON MISE A   *
      *       JOUR DU NOM, DU MATRICULE DE PAIE, DU STATUT ET DES      *
      *       TAUX DE COMMISSION PAR SUPPORT ; LA REPRISE DE           *
      *       COMMISSION NEGATIVE TENUE PAR COMMREP EST CONSERVEE      *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR REPRESENTANT, MEMES
      *    POSITIONS QUE LE FICHIER VSAM (HORS REPRISE DE COMMISSION)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT REPRES-KSDS
               ASSIGN TO DDREPRES
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VR-CODE-REP
               FILE STATUS F-VR-STATUS
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
           05 CH-CODE-REP          PIC X(04).
           05 CH-NOM               PIC X(25).
           05 CH-MATRICULE         PIC X(08).
           05 CH-STATUT            PIC X(01).
           05 CH-TAUX-CD           PIC 9(02)V9(02).
           05 CH-TAUX-VINYLE       PIC 9(02)V9(02).
           05 CH-TAUX-NUMERIQUE    PIC 9(02)V9(02).
           05 CH-TAUX-MERCH        PIC 9(02)V9(02).
           05 CH-TAUX-AUTRE        PIC 9(02)V9(02).
           05 FILLER               PIC X(22).

       FD REPRES-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPRES
           .

       COPY REPRES.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-VR-STATUS              PIC X(02) VALUE '00'.

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
           OPEN I-O REPRES-KSDS
           IF F-VR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER REPRESENTANTS'
               DISPLAY 'CODE ERREUR = ' F-VR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'REPRLOAD - CHARGEMENT DES REPRESENTANTS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-REPRES
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-REPRES.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, REPRESENTANT ' CH-CODE-REP ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODE-REP = SPACES OR CH-NOM = SPACES
               MOVE 'REPRESENTANT OU NOM ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES AND CH-MATRICULE = SPACES
               MOVE 'MATRICULE DE PAIE ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-TAUX-CD NOT NUMERIC
                       OR CH-TAUX-VINYLE NOT NUMERIC
                       OR CH-TAUX-NUMERIQUE NOT NUMERIC
                       OR CH-TAUX-MERCH NOT NUMERIC
                       OR CH-TAUX-AUTRE NOT NUMERIC
                   MOVE 'TAUX NON NUMERIQUE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-STATUT TO VR-STATUT
               IF NOT VR-STATUT-VALIDE
                   MOVE 'STATUT INCONNU' TO W-MOTIF-REJET
               END-IF
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-REPRES
           PERFORM REPRENDRE-CARTE
           MOVE ZERO TO VR-DERNIERE-PERIODE
           MOVE ZERO TO VR-REPRISE-ENTRANTE
           MOVE ZERO TO VR-REPRISE-SORTANTE
           WRITE E-REPRES
               INVALID KEY
                   PERFORM MODIFIER-REPRES
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

      *    LE REPRESENTANT EXISTANT EST RELU POUR CONSERVER LA REPRISE
      *    DE COMMISSION TENUE PAR COMMREP
       MODIFIER-REPRES.
           MOVE CH-CODE-REP TO VR-CODE-REP
           READ REPRES-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC RELECTURE : ' CH-CODE-REP
               NOT INVALID KEY
                   PERFORM REPRENDRE-CARTE
                   REWRITE E-REPRES
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, ECHEC MISE A JOUR : '
                               CH-CODE-REP
                       NOT INVALID KEY
                           ADD 1 TO NB-MODIFIES
                   END-REWRITE
           END-READ
           .

       REPRENDRE-CARTE.
           MOVE CH-CODE-REP        TO VR-CODE-REP
           MOVE CH-NOM             TO VR-NOM
           MOVE CH-MATRICULE       TO VR-MATRICULE
           MOVE CH-STATUT          TO VR-STATUT
           MOVE CH-TAUX-CD         TO VR-TAUX-CD
           MOVE CH-TAUX-VINYLE     TO VR-TAUX-VINYLE
           MOVE CH-TAUX-NUMERIQUE  TO VR-TAUX-NUMERIQUE
           MOVE CH-TAUX-MERCH      TO VR-TAUX-MERCH
           MOVE CH-TAUX-AUTRE      TO VR-TAUX-AUTRE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE REPRES-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'REPRLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'REPRESENTANTS CREES       : ' NB-CREES
           DISPLAY 'REPRESENTANTS MODIFIES    : ' NB-MODIFIES
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
