      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DU BAREME DES COTISATIONS SOCIALES   *
      *       DES ARTISTES-AUTEURS (TXCOTG1) -- UNE CARTE PAR TYPE DE  *
      *       COTISATION ET PAR DATE D EFFET. UNE CARTE SUR UNE CLE    *
      *       EXISTANTE CORRIGE LA LIGNE ; UN CHANGEMENT DE TAUX SE    *
      *       CHARGE A SA NOUVELLE DATE D EFFET, LES LIGNES            *
      *       ANTERIEURES RESTANT EN PLACE POUR L HISTORIQUE           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTXLOAD.
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

      *    FICHIER DE CHARGEMENT, UNE CARTE PAR TAUX
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT TAUXCOT-KSDS
               ASSIGN TO DDTXCOT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TX-CLE
               FILE STATUS F-TX-STATUS
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

      *    TAUX EN POUR CENT SUR 6 CHIFFRES DONT 4 DECIMALES (009200
      *    = 0,92 %), PART D ASSIETTE SUR 5 CHIFFRES DONT 2 DECIMALES
      *    (09825 = 98,25 %)
       01 E-CHARGE.
           05 CH-CODE-COTIS        PIC X(04).
           05 CH-DATE-EFFET        PIC X(08).
           05 CH-LIBELLE           PIC X(20).
           05 CH-TAUX              PIC X(06).
           05 CH-TAUX-N REDEFINES CH-TAUX
                                   PIC 9(02)V9(04).
           05 CH-ASSIETTE-PCT      PIC X(05).
           05 CH-ASSIETTE-PCT-N REDEFINES CH-ASSIETTE-PCT
                                   PIC 9(03)V9(02).
           05 CH-COMPTE-GL         PIC X(08).
           05 FILLER               PIC X(29).

       FD TAUXCOT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TAUXCOT
           .

       COPY TAUXCOT.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-TX-STATUS              PIC X(02) VALUE '00'.

      * DATE DU JOUR, PORTEE SUR LES TAUX CREES OU MODIFIES
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
           OPEN I-O TAUXCOT-KSDS
           IF F-TX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BAREME COTISATIONS'
               DISPLAY 'CODE ERREUR = ' F-TX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'COTXLOAD - CHARGEMENT DU BAREME DES'
           DISPLAY '           COTISATIONS SOCIALES'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-TAUX
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CARTE-TAUX.
           MOVE SPACES TO W-MOTIF-REJET
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               ADD 1 TO NB-REJETS
               DISPLAY 'REJET, COTISATION ' CH-CODE-COTIS ' '
                   CH-DATE-EFFET ' : ' W-MOTIF-REJET
           ELSE
               PERFORM CREER-OU-MODIFIER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODE-COTIS = SPACES
               MOVE 'CODE COTISATION ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-DATE-EFFET IS NOT NUMERIC
                       OR CH-DATE-EFFET = ZERO
                   MOVE 'DATE D EFFET INVALIDE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-TAUX IS NOT NUMERIC
                   MOVE 'TAUX NON NUMERIQUE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-ASSIETTE-PCT IS NOT NUMERIC
                       OR CH-ASSIETTE-PCT-N = ZERO
                       OR CH-ASSIETTE-PCT-N > 100
                   MOVE 'PART D ASSIETTE INVALIDE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-COMPTE-GL = SPACES
                   MOVE 'COMPTE ORGANISME ABSENT' TO W-MOTIF-REJET
               END-IF
           END-IF
           .

      *    UN TAUX A ZERO EST ADMIS : IL SUSPEND LA COTISATION A
      *    COMPTER DE SA DATE D EFFET
       CREER-OU-MODIFIER.
           MOVE CH-CODE-COTIS     TO TX-CODE-COTIS
           MOVE CH-DATE-EFFET     TO TX-DATE-EFFET
           READ TAUXCOT-KSDS
               INVALID KEY
                   PERFORM CREER-TAUX
               NOT INVALID KEY
                   PERFORM MODIFIER-TAUX
           END-READ
           .

       CREER-TAUX.
           MOVE SPACES            TO E-TAUXCOT
           MOVE CH-CODE-COTIS     TO TX-CODE-COTIS
           MOVE CH-DATE-EFFET     TO TX-DATE-EFFET
           PERFORM REPRENDRE-CARTE
           WRITE E-TAUXCOT
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC CREATION : ' TX-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
           END-WRITE
           .

       MODIFIER-TAUX.
           PERFORM REPRENDRE-CARTE
           REWRITE E-TAUXCOT
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' TX-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-MODIFIES
           END-REWRITE
           .

       REPRENDRE-CARTE.
           MOVE CH-LIBELLE        TO TX-LIBELLE
           MOVE CH-TAUX-N         TO TX-TAUX
           MOVE CH-ASSIETTE-PCT-N TO TX-ASSIETTE-PCT
           MOVE CH-COMPTE-GL      TO TX-COMPTE-GL
           MOVE W-DATE-JOUR       TO TX-DATE-MAJ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE TAUXCOT-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COTXLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'TAUX CREES                : ' NB-CREES
           DISPLAY 'TAUX MODIFIES             : ' NB-MODIFIES
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
