      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CHARGEMENT ET DE MISE A JOUR DES DEFINITIONS     *
      *      DE ROLES (ROLEG1)                                         *
      *                                                                *
      *      CHAQUE LIGNE DU FICHIER DE CHARGEMENT DECRIT SOIT L EN-   *
      *      TETE D UN ROLE (ECRAN A SPACES, LIBELLE OBLIGATOIRE),     *
      *      SOIT LES DROITS DU ROLE SUR UN ECRAN, UNE FAMILLE         *
      *      D ECRANS OU TOUS LES ECRANS (CF ROLEDEF.cpy). UNE LIGNE   *
      *      ABSENTE EST CREEE, UNE LIGNE EXISTANTE REMPLACEE ; UNE    *
      *      LIGNE MARQUEE 'S' EST SUPPRIMEE (RETRAIT DE DROITS)       *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLELOAD.
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
      *    FICHIER DE CHARGEMENT, UN ENREG PAR LIGNE DE ROLE, MEME
      *    DEBUT QUE LE FICHIER VSAM SUIVI D UN CODE ACTION
      *    (SEQUENTIEL, TRIE SUR LA CLE POUR QUE L EN-TETE D UN
      *    NOUVEAU ROLE PRECEDE SES LIGNES DE DROITS)
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
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
           05 CG-CLE.
               10 CG-ROLE          PIC X(04).
               10 CG-ECRAN         PIC X(08).
           05 CG-LIBELLE           PIC X(30).
           05 CG-DROITS.
               10 CG-DROIT         PIC X(01) OCCURS 6 TIMES.
      *    'S' = SUPPRESSION DE LA LIGNE, TOUTE AUTRE VALEUR = CREATION
      *    OU REMPLACEMENT
           05 CG-ACTION            PIC X(01).
               88 CG-SUPPRESSION       VALUE 'S'.
           05 FILLER               PIC X(31).

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
       77 F-RO-STATUS              PIC X(02) VALUE '00'.

       77 J                        PIC 9(01).
      *    CLE DE LA LIGNE EN COURS, CONSERVEE LE TEMPS DE RELIRE
      *    L EN-TETE DE SON ROLE
       01 W-CLE-LIGNE              PIC X(12).
       01 LIGNE-VALIDE-IND         PIC 9.
           88 LIGNE-VALIDE             VALUE 1.
           88 LIGNE-INVALIDE           VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-MODIFIES              PIC 9(07) VALUE ZERO.
       77 NB-SUPPRIMES             PIC 9(07) VALUE ZERO.
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
           OPEN I-O ROLEDEF-KSDS
           IF F-RO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ROLES'
               DISPLAY 'CODE ERREUR = ' F-RO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ROLELOAD - CHARGEMENT DES DEFINITIONS DE ROLES'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM CHARGER-LIGNE
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    LE CODE ROLE EST OBLIGATOIRE, L EN-TETE PORTE UN LIBELLE,
      *    CHAQUE DROIT VAUT 'O' OU 'N' (SPACE VAUT 'N') ; UNE LIGNE
      *    DE DROITS N EST ADMISE QUE SI L EN-TETE DE SON ROLE EXISTE
       CHARGER-LIGNE.
           SET LIGNE-VALIDE TO TRUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               IF CG-DROIT (J) = SPACE
                   MOVE 'N' TO CG-DROIT (J)
               END-IF
               IF CG-DROIT (J) NOT = 'O' AND CG-DROIT (J) NOT = 'N'
                   SET LIGNE-INVALIDE TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CG-ROLE = SPACES
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, CODE ROLE ABSENT : ' CG-CLE
               WHEN CG-SUPPRESSION
                   PERFORM SUPPRIMER-LIGNE
               WHEN LIGNE-INVALIDE
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, DROIT AUTRE QUE O OU N : ' CG-CLE
               WHEN CG-ECRAN = SPACES AND CG-LIBELLE = SPACES
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, LIBELLE DU ROLE ABSENT : ' CG-ROLE
               WHEN CG-ECRAN = SPACES
                   PERFORM ENREGISTRER-LIGNE
               WHEN OTHER
                   PERFORM CONTROLER-EN-TETE
           END-EVALUATE
           .

       CONTROLER-EN-TETE.
           MOVE CG-ROLE  TO RO-ROLE
           MOVE SPACES   TO RO-ECRAN
           READ ROLEDEF-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ROLE SANS EN-TETE : ' CG-CLE
               NOT INVALID KEY
                   PERFORM ENREGISTRER-LIGNE
           END-READ
           .

       ENREGISTRER-LIGNE.
           MOVE CG-CLE TO W-CLE-LIGNE
           MOVE CG-CLE TO RO-CLE
           READ ROLEDEF-KSDS
               INVALID KEY
                   PERFORM REPRENDRE-LIGNE
                   WRITE E-ROLEDEF
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, ECRITURE REFUSEE : '
                               W-CLE-LIGNE ' CODE ' F-RO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO NB-CREES
                   END-WRITE
               NOT INVALID KEY
                   PERFORM REPRENDRE-LIGNE
                   REWRITE E-ROLEDEF
                       INVALID KEY
                           ADD 1 TO NB-REJETS
                           DISPLAY 'REJET, MISE A JOUR REFUSEE : '
                               W-CLE-LIGNE ' CODE ' F-RO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO NB-MODIFIES
                   END-REWRITE
           END-READ
           .

       REPRENDRE-LIGNE.
           MOVE SPACES      TO E-ROLEDEF
           MOVE CG-CLE      TO RO-CLE
           MOVE CG-LIBELLE  TO RO-LIBELLE
           MOVE CG-DROITS   TO RO-DROITS
           .

      *    LA SUPPRESSION DE L EN-TETE D UN ROLE ENCORE ATTRIBUE EST
      *    SIGNALEE PAR HABILRPT (ROLE INCONNU) ; LES OPERATEURS
      *    CONCERNES PERDENT LES DROITS DE CE ROLE
       SUPPRIMER-LIGNE.
           MOVE CG-CLE TO RO-CLE
           DELETE ROLEDEF-KSDS
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, LIGNE A SUPPRIMER INCONNUE : '
                       CG-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-SUPPRIMES
           END-DELETE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE ROLEDEF-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROLELOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ENREGISTREMENTS LUS       : ' NB-LUS
           DISPLAY 'LIGNES CREEES             : ' NB-CREES
           DISPLAY 'LIGNES MISES A JOUR       : ' NB-MODIFIES
           DISPLAY 'LIGNES SUPPRIMEES         : ' NB-SUPPRIMES
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
