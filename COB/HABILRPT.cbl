      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH D EDITION DES HABILITATIONS DES OPERATEURS          *
      *      (QUI PEUT FAIRE QUOI) POUR LES AUDITEURS                  *
      *                                                                *
      *      POUR CHAQUE OPERATEUR DE OPERATG1 : SES ROLES ET, POUR    *
      *      CHAQUE ROLE, LES ECRANS ET LES DROITS ACCORDES (ROLEG1) ; *
      *      UN OPERATEUR SANS ROLE EST EDITE AVEC SON NIVEAU FIXE.    *
      *      LES ROLES ATTRIBUES MAIS NON DEFINIS SONT SIGNALES, PUIS  *
      *      LA LISTE DES ROLES DEFINIS AVEC LEUR NOMBRE DE TITULAIRES *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABILRPT.
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
           SELECT OPERATEUR-KSDS
               ASSIGN TO DDOPERAT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OP-CODE
               FILE STATUS F-OP-STATUS
               .

      *    ACCES DYNAMIQUE : LECTURE SEQUENTIELLE DES EN-TETES EN
      *    DEBUT DE TRAITEMENT, PUIS POSITIONNEMENT SUR CHAQUE ROLE
           SELECT ROLEDEF-KSDS
               ASSIGN TO DDROLE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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
               88 OP-SUPERVISEUR       VALUE 'S'.
               88 OP-UTILISATEUR       VALUE 'U'.
               88 OP-VISUALISATEUR     VALUE 'V'.
           05 OP-TAILLE-PAGE       PIC 9(02).
           05 OP-DATE-MDP          PIC X(08).
           05 OP-TOP-MDP           PIC X(01).
           05 OP-ROLES.
               10 OP-ROLE          PIC X(04) OCCURS 4 TIMES.
           05 FILLER               PIC X(06).

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
      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-OP-STATUS              PIC X(02) VALUE '00'.
       77 F-RO-STATUS              PIC X(02) VALUE '00'.

       77 J                        PIC 9(01).

      * TABLE DES ROLES DEFINIS (LIGNES D EN-TETE DE ROLEG1) ET DU
      * NOMBRE D OPERATEURS QUI LES DETIENNENT
       01 TABLE-ROLES.
           05 TR-ENTREE OCCURS 200 TIMES INDEXED BY IDX-RO.
               10 TR-ROLE             PIC X(04).
               10 TR-LIBELLE          PIC X(30).
               10 TR-NB-TITULAIRES    PIC 9(05).

       77 NB-ROLES                 PIC 9(05) VALUE ZERO.

      * ROLE EN COURS D EDITION POUR UN OPERATEUR
       01 W-ROLE-COURANT           PIC X(04).

      * LIGNE D EDITION DES DROITS D UNE LIGNE DE ROLE
       01 W-LIGNE-DROITS.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 W-LD-ECRAN           PIC X(08).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LD-DROIT           OCCURS 6 TIMES.
               10 W-LD-VALEUR      PIC X(01).
               10 FILLER           PIC X(09).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-OPERATEURS            PIC 9(07) VALUE ZERO.
       77 NB-OPER-ROLES            PIC 9(07) VALUE ZERO.
       77 NB-OPER-NIVEAU-FIXE      PIC 9(07) VALUE ZERO.
       77 NB-ROLES-INCONNUS        PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER OPERATEUR
       01 FIN-OPERATEUR-IND        PIC 9.
           88 FIN-OPERATEUR            VALUE 1.
           88 NON-FIN-OPERATEUR        VALUE 2.
      * INDICATEUR DE FIN DE FICHIER ROLES (OU DU ROLE EN COURS)
       01 FIN-ROLE-IND             PIC 9.
           88 FIN-ROLE                 VALUE 1.
           88 NON-FIN-ROLE             VALUE 2.
      * INDICATEUR DE ROLE TROUVE DANS LA TABLE
       01 ROLE-TROUVE-IND          PIC 9.
           88 ROLE-TROUVE              VALUE 1.
           88 ROLE-NON-TROUVE          VALUE 2.

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
           SET FIN-OPERATEUR TO TRUE
           SET FIN-ROLE TO TRUE
           OPEN INPUT OPERATEUR-KSDS
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
           DISPLAY 'HABILRPT - HABILITATIONS DES OPERATEURS'
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-TABLE-ROLES
           PERFORM EDITER-OPERATEURS
           PERFORM EDITER-ROLES

           PERFORM FIN-TRAITEMENT
           .

       CHARGER-TABLE-ROLES.
           PERFORM LECTURE-ENRG-ROLE
           PERFORM UNTIL FIN-ROLE
               IF RO-ECRAN = SPACES AND NB-ROLES < 200
                   ADD 1 TO NB-ROLES
                   MOVE RO-ROLE    TO TR-ROLE (NB-ROLES)
                   MOVE RO-LIBELLE TO TR-LIBELLE (NB-ROLES)
                   MOVE ZERO       TO TR-NB-TITULAIRES (NB-ROLES)
               END-IF
               PERFORM LECTURE-ENRG-ROLE
           END-PERFORM
           .

      *    L ENREGISTREMENT REPERE DE L ENVIRONNEMENT DE FORMATION
      *    ('*ENVIRON', CF TRAINREF) N EST PAS UN OPERATEUR
       EDITER-OPERATEURS.
           PERFORM LECTURE-ENRG-OPERATEUR
           PERFORM UNTIL FIN-OPERATEUR
               IF OP-CODE (1:1) NOT = '*'
                   ADD 1 TO NB-OPERATEURS
                   DISPLAY ' '
                   DISPLAY 'OPERATEUR ' OP-CODE ' - ' OP-NOM
                   IF OP-ROLES = SPACES OR OP-ROLES = LOW-VALUE
                       ADD 1 TO NB-OPER-NIVEAU-FIXE
                       PERFORM EDITER-NIVEAU-FIXE
                   ELSE
                       ADD 1 TO NB-OPER-ROLES
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                           IF OP-ROLE (J) NOT = SPACES
                               MOVE OP-ROLE (J) TO W-ROLE-COURANT
                               PERFORM EDITER-ROLE-OPERATEUR
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-OPERATEUR
           END-PERFORM
           .

      *    SANS ROLE, LES DROITS SONT CEUX DU NIVEAU FIXE, TELS QUE
      *    LES APPLIQUE LE CONTROLE EN LIGNE (PGMG1VRO)
       EDITER-NIVEAU-FIXE.
           EVALUATE TRUE
               WHEN OP-SUPERVISEUR
                   DISPLAY '    SANS ROLE - NIVEAU SUPERVISEUR : TOUS '
                       'DROITS SUR TOUS LES ECRANS'
               WHEN OP-VISUALISATEUR
                   DISPLAY '    SANS ROLE - NIVEAU VISUALISATEUR : '
                       'CONSULTATION SEULE SUR TOUS LES ECRANS'
               WHEN OTHER
                   DISPLAY '    SANS ROLE - NIVEAU UTILISATEUR : '
                       'CONSULTER, CREER, MODIFIER SUR TOUS LES '
                       'ECRANS, DONNEES SENSIBLES MASQUEES'
           END-EVALUATE
           .

       EDITER-ROLE-OPERATEUR.
           PERFORM RECHERCHER-ROLE
           IF ROLE-NON-TROUVE
               ADD 1 TO NB-ROLES-INCONNUS
               DISPLAY '    ROLE ' W-ROLE-COURANT
                   ' *** ROLE NON DEFINI DANS ROLEG1 -- AUCUN DROIT'
           ELSE
               ADD 1 TO TR-NB-TITULAIRES (IDX-RO)
               DISPLAY '    ROLE ' W-ROLE-COURANT ' - '
                   TR-LIBELLE (IDX-RO)
               DISPLAY '          ECRAN       CONSULTER CREER     '
                   'MODIFIER  SUPPRIMER VALIDER   SENSIBLES'
               PERFORM EDITER-LIGNES-ROLE
           END-IF
           .

      *    POSITIONNEMENT SUR L EN-TETE DU ROLE PUIS LECTURE DE SES
      *    LIGNES DE DROITS JUSQU AU ROLE SUIVANT
       EDITER-LIGNES-ROLE.
           MOVE W-ROLE-COURANT TO RO-ROLE
           MOVE SPACES         TO RO-ECRAN
           SET NON-FIN-ROLE TO TRUE
           START ROLEDEF-KSDS KEY IS NOT LESS THAN RO-CLE
               INVALID KEY
                   SET FIN-ROLE TO TRUE
           END-START
           IF NON-FIN-ROLE
               PERFORM LECTURE-ENRG-ROLE
           END-IF
           PERFORM UNTIL FIN-ROLE
               IF RO-ROLE NOT = W-ROLE-COURANT
                   SET FIN-ROLE TO TRUE
               ELSE
                   IF RO-ECRAN NOT = SPACES
                       MOVE RO-ECRAN TO W-LD-ECRAN
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
                           MOVE RO-DROIT (J) TO W-LD-VALEUR (J)
                       END-PERFORM
                       DISPLAY W-LIGNE-DROITS
                   END-IF
                   PERFORM LECTURE-ENRG-ROLE
               END-IF
           END-PERFORM
           .

       RECHERCHER-ROLE.
           SET ROLE-NON-TROUVE TO TRUE
           SET IDX-RO TO 1
           SEARCH TR-ENTREE
               AT END
                   SET ROLE-NON-TROUVE TO TRUE
               WHEN IDX-RO > NB-ROLES
                   SET ROLE-NON-TROUVE TO TRUE
               WHEN TR-ROLE (IDX-RO) = W-ROLE-COURANT
                   SET ROLE-TROUVE TO TRUE
           END-SEARCH
           .

      *    UN ROLE DEFINI SANS TITULAIRE RESTE LISTE : L AUDITEUR
      *    VOIT AINSI L ENSEMBLE DES PROFILS EN SERVICE
       EDITER-ROLES.
           DISPLAY ' '
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROLES DEFINIS ET NOMBRE DE TITULAIRES'
           DISPLAY '---------------------------------------------'
           PERFORM VARYING IDX-RO FROM 1 BY 1
                   UNTIL IDX-RO > NB-ROLES
               DISPLAY TR-ROLE (IDX-RO) ' - ' TR-LIBELLE (IDX-RO)
                   ' - ' TR-NB-TITULAIRES (IDX-RO)
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE OPERATEUR-KSDS
           CLOSE ROLEDEF-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'HABILRPT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'OPERATEURS EDITES         : ' NB-OPERATEURS
           DISPLAY 'DONT AVEC ROLES           : ' NB-OPER-ROLES
           DISPLAY 'DONT AU NIVEAU FIXE       : ' NB-OPER-NIVEAU-FIXE
           DISPLAY 'ROLES DEFINIS             : ' NB-ROLES
           DISPLAY 'ROLES ATTRIBUES INCONNUS  : ' NB-ROLES-INCONNUS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-OPERATEUR.
           READ OPERATEUR-KSDS NEXT RECORD
               AT END
                   SET FIN-OPERATEUR TO TRUE
               NOT AT END
                   SET NON-FIN-OPERATEUR TO TRUE
           END-READ
           .

       LECTURE-ENRG-ROLE.
           READ ROLEDEF-KSDS NEXT RECORD
               AT END
                   SET FIN-ROLE TO TRUE
               NOT AT END
                   SET NON-FIN-ROLE TO TRUE
           END-READ
           .
