      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D EDITION DES DECISIONS SUR LES MODIFICATIONS      *
      *       SENSIBLES (132 COL)                                      *
      *                                                                *
      *       LISTE LES DEMANDES DE MODIFICATION (MODATTG1, CF         *
      *       MODATT) VALIDEES OU REJETEES : COORDONNEES BANCAIRES,    *
      *       TAUX DE DROITS D UN CONTRAT ET LIMITE DE CREDIT D UNE    *
      *       MAISON DE DISTRIBUTION, AVEC LE DEMANDEUR, LE            *
      *       SUPERVISEUR QUI A DECIDE ET LES VALEURS AVANT/APRES.     *
      *       LES DEMANDES ENCORE EN ATTENTE SONT SEULEMENT COMPTEES   *
      *                                                                *
      *       CARTE SYSIN FACULTATIVE : PERIODE AAAAMM DE DECISION     *
      *       (A BLANC, TOUT L HISTORIQUE EST EDITE) PUIS, EN COLONNE  *
      *       7, 'F' POUR L EDITION DESTINEE AU SERVICE FINANCE AVEC   *
      *       LES IBAN EN CLAIR -- TOUTE AUTRE DIFFUSION LES MASQUE    *
      *       (CF MASQUAGE.cpy)                                        *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODATRPT.
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

           SELECT MODATT-KSDS
               ASSIGN TO DDMODATT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MV-CLE
               FILE STATUS F-MV-STATUS
               .

      *    ETAT DES DECISIONS, 132 COLONNES
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PR-STATUS
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

       FD MODATT-KSDS
           RECORD 170 CHARACTERS
           DATA RECORD IS E-MODATT
           .

       COPY MODATT.

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LIGNE
           .

       01 PRINT-LIGNE               PIC X(132).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-MV-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * CARTE SYSIN : PERIODE AAAAMM DE DECISION (A BLANC = TOUT) ET
      * DIFFUSION DE L ETAT ('F' = FINANCE, IBAN EN CLAIR)
       01 W-PARM-CARTE.
           05 W-PARM-PERIODE          PIC X(06) VALUE SPACES.
           05 W-PARM-DIFFUSION        PIC X(01) VALUE SPACE.
               88 DIFFUSION-FINANCE       VALUE 'F'.
           05 FILLER                  PIC X(73) VALUE SPACES.

       COPY MASQUAGE.

      * EN-TETE DE L ETAT
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(54) VALUE
               'MODATRPT - DECISIONS SUR LES MODIFICATIONS SENSIBLES'.
           05 FILLER                  PIC X(08) VALUE 'PERIODE '.
           05 W-LT-PERIODE            PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 W-LT-DIFFUSION          PIC X(30).
           05 FILLER                  PIC X(32) VALUE SPACES.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(11) VALUE 'NATURE'.
           05 FILLER                  PIC X(18) VALUE 'ENREGISTREMENT'.
           05 FILLER                  PIC X(09) VALUE 'DEMANDEUR'.
           05 FILLER                  PIC X(09) VALUE 'DEMANDE'.
           05 FILLER                  PIC X(08) VALUE 'DECISION'.
           05 FILLER                  PIC X(09) VALUE 'PAR'.
           05 FILLER                  PIC X(09) VALUE 'LE'.
           05 FILLER                  PIC X(35) VALUE 'VALEUR AVANT'.
           05 FILLER                  PIC X(24) VALUE 'VALEUR APRES'.

      * LIGNE DE DETAIL PAR DEMANDE DECIDEE
       01 W-LIGNE-DETAIL.
           05 W-LD-NATURE             PIC X(10).
           05 FILLER                  PIC X(01).
           05 W-LD-CLE                PIC X(17).
           05 FILLER                  PIC X(01).
           05 W-LD-DEMANDEUR          PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LD-DATE-DEMANDE       PIC 9(08).
           05 FILLER                  PIC X(01).
           05 W-LD-DECISION           PIC X(07).
           05 FILLER                  PIC X(01).
           05 W-LD-DECIDEUR           PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LD-DATE-DECISION      PIC 9(08).
           05 FILLER                  PIC X(01).
           05 W-LD-AVANT              PIC X(34).
           05 FILLER                  PIC X(01).
           05 W-LD-APRES              PIC X(34).

      * SUITE DU DETAIL D UNE DEMANDE DE COORDONNEES : LE BIC
       01 W-LIGNE-BIC.
           05 FILLER                  PIC X(69) VALUE SPACES.
           05 FILLER                  PIC X(04) VALUE 'BIC '.
           05 W-LB-AVANT              PIC X(11).
           05 FILLER                  PIC X(24) VALUE SPACES.
           05 W-LB-APRES              PIC X(11).
           05 FILLER                  PIC X(13) VALUE SPACES.

      * LIGNES DE TOTAL
       01 W-LIGNE-TOTAL.
           05 W-LT2-LIBELLE           PIC X(30).
           05 W-LT2-NOMBRE            PIC Z(6)9.
           05 FILLER                  PIC X(95).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * VALEURS NUMERIQUES EDITEES AVANT TRANSFERT DANS LA LIGNE
       77 W-ED-DROITS                PIC ZZ9,99.
       77 W-ED-LIMITE                PIC Z(8)9,99.

      * COMPTEURS POUR L ETAT ET LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-DEMANDES-LUES           PIC 9(07) VALUE ZERO.
       77 NB-VALIDEES                PIC 9(07) VALUE ZERO.
       77 NB-REJETEES                PIC 9(07) VALUE ZERO.
       77 NB-EN-ATTENTE              PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DES DEMANDES
       01 FIN-MODATT-IND             PIC 9.
           88 FIN-MODATT                 VALUE 1.
           88 NON-FIN-MODATT             VALUE 2.

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
           SET FIN-MODATT TO TRUE
           ACCEPT W-PARM-CARTE FROM SYSIN
           IF DIFFUSION-FINANCE
               SET MK-EN-CLAIR TO TRUE
           ELSE
               SET MK-MASQUE TO TRUE
           END-IF
           OPEN INPUT MODATT-KSDS
           IF F-MV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MODATTG1'
               DISPLAY 'CODE ERREUR = ' F-MV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE ETAT DES DECISIONS'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'MODATRPT - DECISIONS SUR LES MODIFICATIONS'
           DISPLAY 'PERIODE DEMANDEE : ' W-PARM-PERIODE
           DISPLAY 'DIFFUSION        : ' W-PARM-DIFFUSION
           DISPLAY '---------------------------------------------'

           IF W-PARM-PERIODE = SPACES
               MOVE 'TOUTES' TO W-LT-PERIODE
           ELSE
               MOVE W-PARM-PERIODE TO W-LT-PERIODE
           END-IF
           IF MK-EN-CLAIR
               MOVE 'DIFFUSION FINANCE - IBAN CLAIR' TO W-LT-DIFFUSION
           ELSE
               MOVE 'IBAN MASQUES'                  TO W-LT-DIFFUSION
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           PERFORM LECTURE-ENRG-MODATT

           PERFORM UNTIL FIN-MODATT
               PERFORM TRAITER-DEMANDE
               PERFORM LECTURE-ENRG-MODATT
           END-PERFORM

           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'DEMANDES VALIDEES'      TO W-LT2-LIBELLE
           MOVE NB-VALIDEES              TO W-LT2-NOMBRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DEMANDES REJETEES'      TO W-LT2-LIBELLE
           MOVE NB-REJETEES              TO W-LT2-NOMBRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DEMANDES EN ATTENTE'    TO W-LT2-LIBELLE
           MOVE NB-EN-ATTENTE            TO W-LT2-NOMBRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL

           PERFORM FIN-TRAITEMENT
           .

      *    LES DEMANDES EN ATTENTE SONT COMPTEES QUELLE QUE SOIT LA
      *    PERIODE ; LES DEMANDES DECIDEES NE SONT EDITEES QUE SI LA
      *    DECISION TOMBE DANS LA PERIODE DEMANDEE
       TRAITER-DEMANDE.
           IF MV-EN-ATTENTE
               ADD 1 TO NB-EN-ATTENTE
           ELSE
               IF W-PARM-PERIODE = SPACES
                  OR MV-DATE-DECISION(1:6) = W-PARM-PERIODE
                   PERFORM EDITER-DEMANDE
               END-IF
           END-IF
           .

       EDITER-DEMANDE.
           MOVE SPACES            TO W-LIGNE-DETAIL
           MOVE MV-CLE-ENREG      TO W-LD-CLE
           MOVE MV-OPER-DEMANDE   TO W-LD-DEMANDEUR
           MOVE MV-DATE-DEMANDE   TO W-LD-DATE-DEMANDE
           MOVE MV-OPER-DECISION  TO W-LD-DECIDEUR
           MOVE MV-DATE-DECISION  TO W-LD-DATE-DECISION
           IF MV-VALIDEE
               MOVE 'VALIDEE' TO W-LD-DECISION
               ADD 1 TO NB-VALIDEES
           ELSE
               MOVE 'REJETEE' TO W-LD-DECISION
               ADD 1 TO NB-REJETEES
           END-IF
           EVALUATE TRUE
               WHEN MV-COORD-BANCAIRES
                   MOVE 'COORD BNQ' TO W-LD-NATURE
                   IF MV-VALEUR-AVANT = SPACES
                       MOVE '(PREMIERE SAISIE)' TO W-LD-AVANT
                   ELSE
                       MOVE MV-AV-IBAN TO W-MK-ENTREE
                       PERFORM EDITER-IBAN
                       MOVE W-MK-SORTIE TO W-LD-AVANT
                   END-IF
                   MOVE MV-AP-IBAN TO W-MK-ENTREE
                   PERFORM EDITER-IBAN
                   MOVE W-MK-SORTIE TO W-LD-APRES
               WHEN MV-TAUX-DROITS
                   MOVE 'TAUX DROIT' TO W-LD-NATURE
                   MOVE MV-AV-DROITS TO W-ED-DROITS
                   MOVE W-ED-DROITS  TO W-LD-AVANT
                   MOVE MV-AP-DROITS TO W-ED-DROITS
                   MOVE W-ED-DROITS  TO W-LD-APRES
               WHEN MV-LIMITE-CREDIT
                   MOVE 'LIMITE CR.' TO W-LD-NATURE
                   MOVE MV-AV-LIMITE TO W-ED-LIMITE
                   MOVE W-ED-LIMITE  TO W-LD-AVANT
                   MOVE MV-AP-LIMITE TO W-ED-LIMITE
                   MOVE W-ED-LIMITE  TO W-LD-APRES
               WHEN OTHER
                   MOVE MV-TYPE-MODIF TO W-LD-NATURE
           END-EVALUATE
           WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           IF MV-COORD-BANCAIRES
               MOVE MV-AV-BIC TO W-LB-AVANT
               MOVE MV-AP-BIC TO W-LB-APRES
               WRITE PRINT-LIGNE FROM W-LIGNE-BIC
           END-IF
           .

      *    IBAN EN CLAIR POUR LA SEULE DIFFUSION FINANCE
       EDITER-IBAN.
           IF MK-EN-CLAIR
               MOVE W-MK-ENTREE TO W-MK-SORTIE
           ELSE
               SET MK-IBAN TO TRUE
               PERFORM MASQUER-DONNEE
           END-IF
           .

      *    MASQUAGE PARTIEL D UNE DONNEE SENSIBLE -- REPRIS A
      *    L IDENTIQUE DANS APIG1DC2 ET APIG1DM6 (CF MASQUAGE.cpy)
       MASQUER-DONNEE.
           MOVE W-MK-ENTREE TO W-MK-SORTIE
           MOVE 0 TO W-MK-LONGUEUR
           PERFORM VARYING W-MK-I FROM 45 BY -1
                   UNTIL W-MK-I < 1 OR W-MK-LONGUEUR > 0
               IF W-MK-ENTREE (W-MK-I:1) NOT = SPACE
                   MOVE W-MK-I TO W-MK-LONGUEUR
               END-IF
           END-PERFORM
           MOVE W-MK-LONGUEUR TO W-MK-FIN
           EVALUATE TRUE
               WHEN MK-IBAN
                   IF W-MK-LONGUEUR > 8
                       MOVE 5 TO W-MK-DEBUT
                       SUBTRACT 4 FROM W-MK-FIN
                   ELSE
                       MOVE 1 TO W-MK-DEBUT
                   END-IF
               WHEN MK-EMAIL
                   MOVE 2 TO W-MK-DEBUT
                   MOVE 0 TO W-MK-AROBASE
                   INSPECT W-MK-ENTREE TALLYING W-MK-AROBASE
                       FOR CHARACTERS BEFORE INITIAL '@'
                   IF W-MK-AROBASE < W-MK-LONGUEUR
                       MOVE W-MK-AROBASE TO W-MK-FIN
                   END-IF
               WHEN MK-CODE-POSTAL
                   MOVE 3 TO W-MK-DEBUT
               WHEN OTHER
                   MOVE 2 TO W-MK-DEBUT
           END-EVALUATE
           PERFORM VARYING W-MK-I FROM W-MK-DEBUT BY 1
                   UNTIL W-MK-I > W-MK-FIN
               IF W-MK-ENTREE (W-MK-I:1) NOT = SPACE
                   MOVE '*' TO W-MK-SORTIE (W-MK-I:1)
               END-IF
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE MODATT-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MODATRPT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'DEMANDES LUES             : ' NB-DEMANDES-LUES
           DISPLAY 'DEMANDES VALIDEES EDITEES : ' NB-VALIDEES
           DISPLAY 'DEMANDES REJETEES EDITEES : ' NB-REJETEES
           DISPLAY 'DEMANDES EN ATTENTE       : ' NB-EN-ATTENTE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-MODATT.
           READ MODATT-KSDS NEXT RECORD
               AT END
                   SET FIN-MODATT TO TRUE
               NOT AT END
                   SET NON-FIN-MODATT TO TRUE
                   ADD 1 TO NB-DEMANDES-LUES
           END-READ
           .
