      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES ACCORDS DE DISTRIBUTION DES      *
      *       LABELS TIERS (ACCDISG1) -- UNE CARTE PAR LABEL. LA       *
      *       CARTE VAUT CREATION SI L ACCORD N EXISTE PAS, SINON      *
      *       MISE A JOUR DU BENEFICIAIRE, DE LA COMMISSION, DES       *
      *       FRAIS DEDUCTIBLES, DES DATES ET DU STATUT ; LE REPORT    *
      *       DE FRAIS TENU PAR REVLABEL EST CONSERVE. LE LABEL DOIT   *
      *       EXISTER (LABELG1) ET LE BENEFICIAIRE ETRE UNE PERSONNE   *
      *       CONNUE (PERSONG1)                                        *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCDLOAD.
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
      *    POSITIONS QUE LE FICHIER VSAM (HORS REPORT DE FRAIS)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT ACCDIST-KSDS
               ASSIGN TO DDACCDIS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-CODE-LABEL
               FILE STATUS F-AC-STATUS
               .

           SELECT LABEL-KSDS
               ASSIGN TO DDLABEL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LB-CODE
               FILE STATUS F-LB-STATUS
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
           05 CH-CODE-LABEL        PIC X(03).
           05 CH-CODEP-BENEF       PIC X(06).
           05 CH-TAUX-COMMISSION   PIC 9(03)V9(02).
           05 CH-FRAIS-FIXES       PIC 9(07)V9(02).
           05 CH-FRAIS-UNITAIRE    PIC 9(03)V9(02).
           05 CH-DATE-DEBUT        PIC 9(08).
           05 CH-DATE-FIN          PIC 9(08).
           05 CH-STATUT            PIC X(01).
           05 FILLER               PIC X(35).

       FD ACCDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ACCDIST
           .

       COPY ACCDIST.

       FD LABEL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LABEL
           .

       COPY LABEL.

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
       77 F-AC-STATUS              PIC X(02) VALUE '00'.
       77 F-LB-STATUS              PIC X(02) VALUE '00'.
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
           OPEN I-O ACCDIST-KSDS
           IF F-AC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ACCORDS DISTRIBUTION'
               DISPLAY 'CODE ERREUR = ' F-AC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT LABEL-KSDS
           IF F-LB-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LABELS'
               DISPLAY 'CODE ERREUR = ' F-LB-STATUS
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
           DISPLAY 'ACCDLOAD - CHARGEMENT DES ACCORDS DE'
           DISPLAY '           DISTRIBUTION DES LABELS TIERS'
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
               DISPLAY 'REJET, LABEL ' CH-CODE-LABEL ' : '
                   W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODE-LABEL = SPACES OR CH-CODEP-BENEF = SPACES
               MOVE 'LABEL OU BENEFICIAIRE ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-TAUX-COMMISSION NOT NUMERIC
                       OR CH-FRAIS-FIXES NOT NUMERIC
                       OR CH-FRAIS-UNITAIRE NOT NUMERIC
                       OR CH-DATE-DEBUT NOT NUMERIC
                       OR CH-DATE-FIN NOT NUMERIC
                   MOVE 'ZONE NUMERIQUE INVALIDE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-TAUX-COMMISSION > 100
                   MOVE 'COMMISSION SUPERIEURE A 100 %'
                       TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-FIN NOT = ZERO
                       AND CH-DATE-FIN < CH-DATE-DEBUT
                   MOVE 'FIN D ACCORD AVANT SON DEBUT' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-STATUT TO AC-STATUT
               IF NOT AC-STATUT-VALIDE
                   MOVE 'STATUT INCONNU' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODE-LABEL TO LB-CODE
               READ LABEL-KSDS
                   INVALID KEY
                       MOVE 'LABEL INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODEP-BENEF TO PE-CODEP
               READ PERSONNE-KSDS
                   INVALID KEY
                       MOVE 'BENEFICIAIRE INCONNU' TO W-MOTIF-REJET
               END-READ
           END-IF
           .

       CREER-OU-MODIFIER.
           MOVE SPACES TO E-ACCDIST
           PERFORM REPRENDRE-CARTE
           MOVE ZERO TO AC-DERNIERE-PERIODE
           MOVE ZERO TO AC-REPORT-ENTRANT
           MOVE ZERO TO AC-REPORT-SORTANT
           WRITE E-ACCDIST
               INVALID KEY
                   PERFORM MODIFIER-ACCORD
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

      *    L ACCORD EXISTANT EST RELU POUR CONSERVER LE REPORT DE
      *    FRAIS TENU PAR REVLABEL
       MODIFIER-ACCORD.
           MOVE CH-CODE-LABEL TO AC-CODE-LABEL
           READ ACCDIST-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC RELECTURE : ' CH-CODE-LABEL
               NOT INVALID KEY
                   PERFORM REPRENDRE-CARTE
                   REWRITE E-ACCDIST
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, ECHEC MISE A JOUR : '
                               CH-CODE-LABEL
                       NOT INVALID KEY
                           ADD 1 TO NB-MODIFIES
                   END-REWRITE
           END-READ
           .

       REPRENDRE-CARTE.
           MOVE CH-CODE-LABEL      TO AC-CODE-LABEL
           MOVE CH-CODEP-BENEF     TO AC-CODEP-BENEF
           MOVE CH-TAUX-COMMISSION TO AC-TAUX-COMMISSION
           MOVE CH-FRAIS-FIXES     TO AC-FRAIS-FIXES
           MOVE CH-FRAIS-UNITAIRE  TO AC-FRAIS-UNITAIRE
           MOVE CH-DATE-DEBUT      TO AC-DATE-DEBUT
           MOVE CH-DATE-FIN        TO AC-DATE-FIN
           MOVE CH-STATUT          TO AC-STATUT
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE ACCDIST-KSDS
           CLOSE LABEL-KSDS
           CLOSE PERSONNE-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ACCDLOAD - RAPPORT DE FIN DE TRAITEMENT'
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
