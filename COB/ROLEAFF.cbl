      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH D ATTRIBUTION DES ROLES AUX OPERATEURS (OPERATG1)   *
      *                                                                *
      *      CHAQUE LIGNE DU FICHIER D ATTRIBUTION DONNE LE CODE D UN  *
      *      OPERATEUR ET LA LISTE COMPLETE DE SES ROLES (JUSQU A      *
      *      QUATRE), QUI REMPLACE LA PRECEDENTE. CHAQUE ROLE DOIT     *
      *      ETRE DEFINI DANS ROLEG1 (LIGNE D EN-TETE, CF ROLELOAD).   *
      *      UNE LISTE VIDE RETIRE TOUS LES ROLES : L OPERATEUR        *
      *      RETROUVE LES DROITS DE SON NIVEAU FIXE (OP-AUTH-IND)      *
      *                                                                *
      *      LA LIGNE PEUT AUSSI DONNER LA LANGUE DES ECRANS DE        *
      *      L OPERATEUR ('FR' OU 'EN', CF OP-LANGUE) ; A BLANC, LA    *
      *      LANGUE EN PLACE EST CONSERVEE                             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLEAFF.
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
      *    FICHIER D ATTRIBUTION, UN ENREG PAR OPERATEUR (SEQUENTIEL,
      *    NON TRIE)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT OPERATEUR-KSDS
               ASSIGN TO DDOPERAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-CODE
               FILE STATUS F-OP-STATUS
               .

           SELECT ROLEDEF-KSDS
               ASSIGN TO DDROLE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RO-CLE
               FILE STATUS F-RO-STATUS
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
           05 CG-OPERATEUR         PIC X(08).
           05 CG-ROLES.
               10 CG-ROLE          PIC X(04) OCCURS 4 TIMES.
           05 CG-LANGUE            PIC X(02).
               88 CG-LANGUE-CONNUE     VALUE 'FR' 'EN' SPACES.
           05 FILLER               PIC X(54).

      *    F-OPERATEUR PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD OPERATEUR-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-OPERATEUR
           .

       01 E-OPERATEUR.
           05 OP-CODE              PIC X(08).
           05 OP-MOT-DE-PASSE      PIC X(08).
           05 OP-NOM               PIC X(30).
           05 OP-AUTH-IND          PIC X(01).
           05 OP-TAILLE-PAGE       PIC 9(02).
           05 OP-DATE-MDP          PIC X(08).
           05 OP-TOP-MDP           PIC X(01).
           05 OP-ROLES.
               10 OP-ROLE          PIC X(04) OCCURS 4 TIMES.
           05 OP-LANGUE            PIC X(02).
           05 FILLER               PIC X(04).

       FD ROLEDEF-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ROLEDEF
           .

       COPY ROLEDEF.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.
      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-OP-STATUS              PIC X(02) VALUE '00'.
       77 F-RO-STATUS              PIC X(02) VALUE '00'.

       77 J                        PIC 9(01).
       01 ROLES-VALIDES-IND        PIC 9.
           88 ROLES-VALIDES            VALUE 1.
           88 ROLES-INVALIDES          VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-ATTRIBUES             PIC 9(07) VALUE ZERO.
       77 NB-RETIRES               PIC 9(07) VALUE ZERO.
       77 NB-LANGUES               PIC 9(07) VALUE ZERO.
       77 NB-REJETS                PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER D ATTRIBUTION
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
               DISPLAY 'ERREUR OUVERTURE FICHIER D ATTRIBUTION'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O OPERATEUR-KSDS
           IF F-OP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER OPERATEUR'
               DISPLAY 'CODE ERREUR = ' F-OP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROLEDEF-KSDS
           IF F-RO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ROLES'
               DISPLAY 'CODE ERREUR = ' F-RO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ROLEAFF - ATTRIBUTION DES ROLES AUX OPERATEURS'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM ATTRIBUER-ROLES
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    TOUS LES ROLES DE LA LIGNE DOIVENT ETRE DEFINIS, FAUTE DE
      *    QUOI LA LIGNE ENTIERE EST REJETEE ET L OPERATEUR GARDE SES
      *    ROLES PRECEDENTS -- IDEM POUR UNE LANGUE NON GEREE
       ATTRIBUER-ROLES.
           SET ROLES-VALIDES TO TRUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
               IF CG-ROLE (J) NOT = SPACES
                   PERFORM CONTROLER-ROLE
               END-IF
           END-PERFORM
           IF NOT CG-LANGUE-CONNUE
               SET ROLES-INVALIDES TO TRUE
               DISPLAY 'REJET, LANGUE INCONNUE : ' CG-LANGUE
                   ' POUR ' CG-OPERATEUR
           END-IF
           MOVE CG-OPERATEUR TO OP-CODE
           READ OPERATEUR-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, OPERATEUR INCONNU : ' CG-OPERATEUR
               NOT INVALID KEY
                   IF ROLES-VALIDES
                       PERFORM ENREGISTRER-ROLES
                   ELSE
                       ADD 1 TO NB-REJETS
                   END-IF
           END-READ
           .

       CONTROLER-ROLE.
           MOVE CG-ROLE (J) TO RO-ROLE
           MOVE SPACES      TO RO-ECRAN
           READ ROLEDEF-KSDS
               INVALID KEY
                   SET ROLES-INVALIDES TO TRUE
                   DISPLAY 'REJET, ROLE INCONNU : ' CG-ROLE (J)
                       ' POUR ' CG-OPERATEUR
           END-READ
           .

       ENREGISTRER-ROLES.
           MOVE CG-ROLES TO OP-ROLES
           IF CG-LANGUE NOT = SPACES
               MOVE CG-LANGUE TO OP-LANGUE
           END-IF
           REWRITE E-OPERATEUR
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, MISE A JOUR REFUSEE : '
                       CG-OPERATEUR ' CODE ' F-OP-STATUS
               NOT INVALID KEY
                   IF CG-ROLES = SPACES
                       ADD 1 TO NB-RETIRES
                   ELSE
                       ADD 1 TO NB-ATTRIBUES
                   END-IF
                   IF CG-LANGUE NOT = SPACES
                       ADD 1 TO NB-LANGUES
                   END-IF
           END-REWRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE OPERATEUR-KSDS
           CLOSE ROLEDEF-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROLEAFF - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'OPERATEURS AVEC ROLES     : ' NB-ATTRIBUES
           DISPLAY 'RETOURS AU NIVEAU FIXE    : ' NB-RETIRES
           DISPLAY 'LANGUES POSITIONNEES      : ' NB-LANGUES
           DISPLAY 'REJETS                    : ' NB-REJETS
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
