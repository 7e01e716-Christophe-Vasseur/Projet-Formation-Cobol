      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE RAPPROCHEMENT DE FIN DE MOIS DES ENCOURS        *
      *       DISTRIBUTEURS (132 COL)                                  *
      *                                                                *
      *       RECALCULE L ENCOURS OUVERT DE CHAQUE DISTRIBUTEUR A      *
      *       PARTIR DES PIECES : FACTURES OUVERTES DE VENTESG1        *
      *       (MEMES CRITERES QUE BALAGEE), MOINS LES AVOIRS NUMEROTES *
      *       (LIGNES DE RETOUR, HORS AVOIRS D ANNULATION 'AN' QUI NE  *
      *       FONT QUE NEUTRALISER UNE FACTURE ANNULEE), PLUS LES      *
      *       FACTURES DE PENALITES OUVERTES (PENALG1). LE COMPARE AU  *
      *       SOLDE TENU DANS COMPTDIG1 (CD-SOLDE), ET LE TOTAL AU     *
      *       SOLDE DU COMPTE COLLECTIF CLIENTS 411000 DES ECRITURES   *
      *       GL (DDGLJRNL, PERIODES JUSQU AU MOIS RAPPROCHE).         *
      *                                                                *
      *       L ETAT LISTE LES DISTRIBUTEURS EN ECART ET LES TOTAUX.   *
      *       UN ECART PAR DISTRIBUTEUR EST SIGNALE DANS EXCEPTG1 EN   *
      *       AVERTISSEMENT (ENCECART), UN DESACCORD DES TOTAUX EN     *
      *       CRITIQUE (ENCTOTAL POUR COMPTDIG1, ENCGL POUR LE GL).    *
      *                                                                *
      *       EN MODE CORRIGER, SUR LA FOI D UN CODE SUPERVISEUR       *
      *       (OPERATG1), CD-SOLDE DES DISTRIBUTEURS EN ECART EST      *
      *       REBASE SUR L ENCOURS RECALCULE ; CHAQUE REBASAGE EST     *
      *       TRACE DANS EXCEPTG1 (INFORMATION, ENCREBAS). LE GL N EST *
      *       JAMAIS CORRIGE PAR CE TRAITEMENT.                        *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         COL 1-6   MOIS RAPPROCHE AAAAMM (OBLIGATOIRE)          *
      *         COL 8-15  'RAPPORT' (DEFAUT) OU 'CORRIGER'             *
      *         COL 17-24 CODE OPERATEUR SUPERVISEUR (MODE CORRIGER)   *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCRAPPR.
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

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

      *    FACTURES DE PENALITES DE RETARD (CF PENALITE.cpy)
           SELECT PENALITE-KSDS
               ASSIGN TO DDPENAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PE-NUM-FACTURE
               FILE STATUS F-PE-STATUS
               .

      *    ENCOURS TENUS PAR DISTRIBUTEUR -- PARCOURUS EN SEQUENCE,
      *    RELUS PAR CLE POUR LE REBASAGE EN MODE CORRIGER
           SELECT COMPTDI-KSDS
               ASSIGN TO DDCOMPTD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CD-SIREN
               FILE STATUS F-CD-STATUS
               .

      *    ECRITURES GL DE TOUTES LES PERIODES (CF GLJRNL.cpy)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

      *    HABILITATION DU SUPERVISEUR (MODE CORRIGER SEULEMENT)
           SELECT OPERATEUR-KSDS
               ASSIGN TO DDOPERAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-CODE
               FILE STATUS F-OP-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
               .

      *    ETAT DE RAPPROCHEMENT PRET A IMPRIMER
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PR-STATUS
               .

      *    REGISTRE DES VERROUS DE BATCH (CF BATLOCK.cpy)
           SELECT BATLOCK-KSDS
               ASSIGN TO DDBATLOK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BL-FICHIER
               FILE STATUS F-BL-STATUS
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

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-PRIX              PIC 9(05)V9(02).
           05 VE-QTE               PIC 9(05).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
               88 VE-RETOUR-ANNULATION VALUE 'AN'.
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 VE-DISPOSITION       PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 VE-STATUT-REGLEMENT  PIC X(01).
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD PENALITE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PENALITE
           .

       COPY PENALITE.

       FD COMPTDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTDI
           .

       COPY COMPTDI.

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD OPERATEUR-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-OPERATEUR
           .

      *    F-OPERATEUR PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       01 E-OPERATEUR.
           05 OP-CODE              PIC X(08).
           05 OP-MOT-DE-PASSE      PIC X(08).
           05 OP-NOM               PIC X(30).
           05 OP-AUTH-IND          PIC X(01).
               88 OP-SUPERVISEUR       VALUE 'S'.
           05 FILLER               PIC X(33).

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LIGNE
           .

       01 PRINT-LIGNE               PIC X(132).

       FD BATLOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BATLOCK
           .

       COPY BATLOCK.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * REGISTRE DES VERROUS DE BATCH -- CF BATLOKW.cpy ET
      * PRENDRE-VERROUS / RENDRE-VERROUS
       77 F-BL-STATUS              PIC X(02) VALUE '00'.
       COPY BATLOKW.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-OP-STATUS             PIC X(02) VALUE '00'.
       77 F-EX-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- MOIS RAPPROCHE, MODE ET SUPERVISEUR
       01 W-PARM-CARD.
           05 W-PARM-PERIODE          PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-PARM-MODE             PIC X(08).
               88 MODE-RAPPORT            VALUE 'RAPPORT ' SPACES.
               88 MODE-CORRIGER           VALUE 'CORRIGER'.
           05 FILLER                  PIC X(01).
           05 W-PARM-OPERATEUR        PIC X(08).
           05 FILLER                  PIC X(56).
       01 W-PARM-PERIODE-N REDEFINES W-PARM-CARD.
           05 W-PARM-PERIODE-NUM      PIC 9(06).
           05 FILLER                  PIC X(74).

      * COMPTE COLLECTIF CLIENTS DU PLAN (CF GLJRNL, PENALRET)
       77 GL-CPT-CLIENTS          PIC X(08) VALUE '411000  '.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

       77 W-DATE-JOUR              PIC 9(08) VALUE ZERO.

      *    RAPPROCHEMENT PAR DISTRIBUTEUR, CONSTITUE AU FIL DE LA
      *    LECTURE DES PIECES PUIS DES COMPTES (AUCUN DES FICHIERS
      *    N EST TRIE PAR SIREN)
       01 TABLE-RAPPROCHEMENT.
           05 TR-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TR.
               10 TR-SIREN            PIC X(05).
               10 TR-FACTURES         PIC S9(11)V9(02).
               10 TR-AVOIRS           PIC S9(11)V9(02).
               10 TR-PENALITES        PIC S9(11)V9(02).
               10 TR-SOLDE-CALCULE    PIC S9(11)V9(02).
               10 TR-SOLDE-COMPTE     PIC S9(11)V9(02).
               10 TR-ECART            PIC S9(11)V9(02).
      *    'O' QUAND LE SIREN A UN ENREGISTREMENT DANS COMPTDIG1
               10 TR-COMPTE-IND       PIC X(01).
                   88 TR-COMPTE-PRESENT    VALUE 'O'.
      *    'O' QUAND LE SOLDE A ETE REBASE PAR CE PASSAGE
               10 TR-CORRIGE-IND      PIC X(01).
                   88 TR-CORRIGE           VALUE 'O'.
       77 NB-RAPPRO-TABLE         PIC 9(03) VALUE ZERO.
       77 W-SIREN-CHERCHE         PIC X(05) VALUE SPACES.
       01 RAPPRO-TROUVE-IND       PIC 9.
           88 RAPPRO-TROUVE           VALUE 1.
           88 RAPPRO-NON-TROUVE       VALUE 2.
      *    UNE TABLE SATUREE REND LES TOTAUX INCOMPLETS : LE
      *    REBASAGE EST ALORS REFUSE
       01 TABLE-SATUREE-IND       PIC X(01) VALUE 'N'.
           88 TABLE-SATUREE           VALUE 'O'.

       77 W-MONTANT-PIECE         PIC 9(11)V9(02) VALUE ZERO.

      *    TOTAUX GENERAUX ET SOLDE GL DU COLLECTIF CLIENTS
       01 W-TOTAUX.
           05 TT-FACTURES             PIC S9(13)V9(02) VALUE ZERO.
           05 TT-AVOIRS               PIC S9(13)V9(02) VALUE ZERO.
           05 TT-PENALITES            PIC S9(13)V9(02) VALUE ZERO.
           05 TT-SOLDE-CALCULE        PIC S9(13)V9(02) VALUE ZERO.
           05 TT-SOLDE-COMPTE         PIC S9(13)V9(02) VALUE ZERO.
           05 TT-ECART                PIC S9(13)V9(02) VALUE ZERO.
           05 TT-SOLDE-GL             PIC S9(13)V9(02) VALUE ZERO.
           05 TT-ECART-GL             PIC S9(13)V9(02) VALUE ZERO.

      * EN-TETES DE L ETAT
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(40) VALUE
               'RAPPROCHEMENT DES ENCOURS DISTRIBUTEURS '.
           05 FILLER                  PIC X(07) VALUE 'MOIS : '.
           05 W-LT-PERIODE            PIC X(06).
           05 FILLER                  PIC X(08) VALUE '  MODE :'.
           05 FILLER                  PIC X(01).
           05 W-LT-MODE               PIC X(08).
           05 FILLER                  PIC X(07) VALUE '  AU : '.
           05 W-LT-DATE-JOUR          PIC 9(08).
           05 FILLER                  PIC X(47).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(27) VALUE
               'SIREN RAISON SOCIALE'.
           05 FILLER                  PIC X(15) VALUE
               '  FACT OUVERTES'.
           05 FILLER                  PIC X(15) VALUE
               '         AVOIRS'.
           05 FILLER                  PIC X(15) VALUE
               '      PENALITES'.
           05 FILLER                  PIC X(15) VALUE
               '  SOLDE CALCULE'.
           05 FILLER                  PIC X(15) VALUE
               '  SOLDE COMPTDI'.
           05 FILLER                  PIC X(15) VALUE
               '          ECART'.
           05 FILLER                  PIC X(15) VALUE
               ' OBSERVATION'.

      * LIGNE PAR DISTRIBUTEUR EN ECART (ET LIGNE DE TOTAL GENERAL)
       01 W-LIGNE-RAPPRO.
           05 W-LR-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LR-RAISON-SOC         PIC X(20).
           05 FILLER                  PIC X(01).
           05 W-LR-FACTURES           PIC -Z(10)9,99.
           05 W-LR-AVOIRS             PIC -Z(10)9,99.
           05 W-LR-PENALITES          PIC -Z(10)9,99.
           05 W-LR-SOLDE-CALCULE      PIC -Z(10)9,99.
           05 W-LR-SOLDE-COMPTE       PIC -Z(10)9,99.
           05 W-LR-ECART              PIC -Z(10)9,99.
           05 FILLER                  PIC X(01).
           05 W-LR-OBSERVATION        PIC X(14).

      * LIGNES DU RAPPROCHEMENT AVEC LE GL
       01 W-LIGNE-GL.
           05 W-LG-LIBELLE            PIC X(50).
           05 W-LG-MONTANT            PIC -Z(12)9,99.
           05 FILLER                  PIC X(65).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * ZONE DE TRAVAIL POUR LA RAISON SOCIALE RECHERCHEE PAR CLE
       77 W-RAISON-SOC-MA            PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES             PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-OUVERTES       PIC 9(07) VALUE ZERO.
       77 NB-AVOIRS                  PIC 9(07) VALUE ZERO.
       77 NB-PENALITES-OUVERTES      PIC 9(07) VALUE ZERO.
       77 NB-COMPTES-LUS             PIC 9(07) VALUE ZERO.
       77 NB-ECRITURES-GL            PIC 9(07) VALUE ZERO.
       77 NB-PIECES-IGNOREES         PIC 9(07) VALUE ZERO.
       77 NB-ECARTS                  PIC 9(05) VALUE ZERO.
       77 NB-CORRIGES                PIC 9(05) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-VENTES-IND             PIC 9.
           88 FIN-VENTES                 VALUE 1.
           88 NON-FIN-VENTES             VALUE 2.
       01 FIN-PENALITES-IND          PIC 9.
           88 FIN-PENALITES              VALUE 1.
           88 NON-FIN-PENALITES          VALUE 2.
       01 FIN-COMPTES-IND            PIC 9.
           88 FIN-COMPTES                VALUE 1.
           88 NON-FIN-COMPTES            VALUE 2.
       01 FIN-GLJRNL-IND             PIC 9.
           88 FIN-GLJRNL                 VALUE 1.
           88 NON-FIN-GLJRNL             VALUE 2.

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
           SET FIN-VENTES TO TRUE
           SET FIN-PENALITES TO TRUE
           SET FIN-COMPTES TO TRUE
           SET FIN-GLJRNL TO TRUE
           INITIALIZE TABLE-RAPPROCHEMENT
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-PERIODE IS NOT NUMERIC
               DISPLAY 'CARTE PARAMETRE INVALIDE : MOIS RAPPROCHE '
                   W-PARM-PERIODE
               PERFORM FIN-TRAITEMENT
           END-IF
           IF NOT MODE-RAPPORT AND NOT MODE-CORRIGER
               DISPLAY 'CARTE PARAMETRE INVALIDE : MODE '
                   W-PARM-MODE
               PERFORM FIN-TRAITEMENT
           END-IF
           IF MODE-RAPPORT
               MOVE 'RAPPORT ' TO W-PARM-MODE
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT PENALITE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PENALITES'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           IF MODE-CORRIGER
               PERFORM CONTROLER-SUPERVISEUR
               PERFORM PRENDRE-VERROUS
               OPEN I-O COMPTDI-KSDS
           ELSE
               OPEN INPUT COMPTDI-KSDS
           END-IF
           IF F-CD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTDIG1'
               DISPLAY 'CODE ERREUR = ' F-CD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECRITURES GL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE ETAT DE RAPPROCHEMENT'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ENCRAPPR - RAPPROCHEMENT DES ENCOURS'
           DISPLAY 'MOIS RAPPROCHE     : ' W-PARM-PERIODE
           DISPLAY 'MODE DE TRAITEMENT : ' W-PARM-MODE
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               PERFORM EXAMINER-VENTE
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM

           PERFORM LECTURE-ENRG-PENALITE
           PERFORM UNTIL FIN-PENALITES
               PERFORM EXAMINER-PENALITE
               PERFORM LECTURE-ENRG-PENALITE
           END-PERFORM

           PERFORM LECTURE-ENRG-COMPTE
           PERFORM UNTIL FIN-COMPTES
               PERFORM EXAMINER-COMPTE
               PERFORM LECTURE-ENRG-COMPTE
           END-PERFORM

           PERFORM LECTURE-ENRG-GLJRNL
           PERFORM UNTIL FIN-GLJRNL
               PERFORM EXAMINER-ECRITURE-GL
               PERFORM LECTURE-ENRG-GLJRNL
           END-PERFORM

           PERFORM VARYING IDX-TR FROM 1 BY 1
                   UNTIL IDX-TR > NB-RAPPRO-TABLE
               PERFORM RAPPROCHER-DISTRIBUTEUR
           END-PERFORM

           IF MODE-CORRIGER
               IF TABLE-SATUREE
                   DISPLAY 'TABLE DES DISTRIBUTEURS SATUREE, '
                       'AUCUN SOLDE REBASE'
               ELSE
                   PERFORM VARYING IDX-TR FROM 1 BY 1
                           UNTIL IDX-TR > NB-RAPPRO-TABLE
                       IF TR-ECART (IDX-TR) NOT = ZERO
                           PERFORM REBASER-SOLDE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           PERFORM EDITER-RAPPROCHEMENT
           PERFORM CONTROLER-TOTAUX

           PERFORM FIN-TRAITEMENT
           .

      *    SEUL UN SUPERVISEUR CONNU D OPERATG1 PEUT DEMANDER LE
      *    REBASAGE -- A DEFAUT LE TRAITEMENT S ARRETE SANS RIEN LIRE
       CONTROLER-SUPERVISEUR.
           OPEN INPUT OPERATEUR-KSDS
           IF F-OP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER OPERATEURS'
               DISPLAY 'CODE ERREUR = ' F-OP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-OPERATEUR TO OP-CODE
           READ OPERATEUR-KSDS
               INVALID KEY
                   MOVE SPACE TO OP-AUTH-IND
           END-READ
           CLOSE OPERATEUR-KSDS
           IF W-PARM-OPERATEUR = SPACES OR NOT OP-SUPERVISEUR
               DISPLAY 'CARTE PARAMETRE INVALIDE : OPERATEUR '
                   W-PARM-OPERATEUR ' NON SUPERVISEUR'
               PERFORM FIN-TRAITEMENT
           END-IF
           .

      *    FACTURE OUVERTE : MEMES CRITERES QUE BALAGEE ET RELANLET.
      *    AVOIR : LIGNE DE RETOUR NUMEROTEE, HORS AVOIR D ANNULATION
      *    (LA FACTURE ANNULEE EST DEJA SOLDEE 'A', SON AVOIR TOTAL
      *    LA NEUTRALISE DANS L ENCOURS ET N Y LAISSE RIEN)
       EXAMINER-VENTE.
           IF VE-NUM-FACTURE NOT = ZERO
               COMPUTE W-MONTANT-PIECE = VE-PRIX * VE-QTE
               MOVE VE-SIREN TO W-SIREN-CHERCHE
               EVALUATE TRUE
                   WHEN VE-MVT-RETOUR AND VE-RETOUR-ANNULATION
                       CONTINUE
                   WHEN VE-MVT-RETOUR
                       PERFORM RECHERCHER-OU-CREER-RAPPRO
                       IF RAPPRO-TROUVE
                           ADD 1 TO NB-AVOIRS
                           ADD W-MONTANT-PIECE TO TR-AVOIRS (IDX-TR)
                       END-IF
                   WHEN NOT VE-FACTURE-SOLDEE
                       PERFORM RECHERCHER-OU-CREER-RAPPRO
                       IF RAPPRO-TROUVE
                           ADD 1 TO NB-FACTURES-OUVERTES
                           ADD W-MONTANT-PIECE TO TR-FACTURES (IDX-TR)
                       END-IF
               END-EVALUATE
           END-IF
           .

       EXAMINER-PENALITE.
           IF NOT PE-FACTURE-REGLEE
               MOVE PE-SIREN TO W-SIREN-CHERCHE
               PERFORM RECHERCHER-OU-CREER-RAPPRO
               IF RAPPRO-TROUVE
                   ADD 1 TO NB-PENALITES-OUVERTES
                   ADD PE-MONTANT-TOTAL TO TR-PENALITES (IDX-TR)
               END-IF
           END-IF
           .

       EXAMINER-COMPTE.
           MOVE CD-SIREN TO W-SIREN-CHERCHE
           PERFORM RECHERCHER-OU-CREER-RAPPRO
           IF RAPPRO-TROUVE
               MOVE CD-SOLDE TO TR-SOLDE-COMPTE (IDX-TR)
               MOVE 'O'      TO TR-COMPTE-IND (IDX-TR)
           END-IF
           .

      *    SOLDE DU COLLECTIF CLIENTS : DEBITS MOINS CREDITS DE TOUTES
      *    LES PERIODES JUSQU AU MOIS RAPPROCHE INCLUS
       EXAMINER-ECRITURE-GL.
           IF GJ-COMPTE = GL-CPT-CLIENTS
                   AND GJ-PERIODE NOT > W-PARM-PERIODE-NUM
               ADD 1 TO NB-ECRITURES-GL
               IF GJ-DEBIT
                   ADD GJ-MONTANT TO TT-SOLDE-GL
               ELSE
                   SUBTRACT GJ-MONTANT FROM TT-SOLDE-GL
               END-IF
           END-IF
           .

      *    LA TABLE EST LIMITEE A 500 DISTRIBUTEURS : AU-DELA, LA
      *    PIECE EST SIGNALEE ET COMPTEE COMME IGNOREE
       RECHERCHER-OU-CREER-RAPPRO.
           SET RAPPRO-NON-TROUVE TO TRUE
           SET IDX-TR TO 1
           SEARCH TR-ENTREE
               AT END
                   SET RAPPRO-NON-TROUVE TO TRUE
               WHEN TR-SIREN (IDX-TR) = W-SIREN-CHERCHE
                       AND IDX-TR <= NB-RAPPRO-TABLE
                   SET RAPPRO-TROUVE TO TRUE
           END-SEARCH
           IF RAPPRO-NON-TROUVE
               IF NB-RAPPRO-TABLE < 500
                   ADD 1 TO NB-RAPPRO-TABLE
                   SET IDX-TR TO NB-RAPPRO-TABLE
                   MOVE W-SIREN-CHERCHE TO TR-SIREN (IDX-TR)
                   MOVE 'N' TO TR-COMPTE-IND (IDX-TR)
                   MOVE 'N' TO TR-CORRIGE-IND (IDX-TR)
                   SET RAPPRO-TROUVE TO TRUE
               ELSE
                   ADD 1 TO NB-PIECES-IGNOREES
                   SET TABLE-SATUREE TO TRUE
                   DISPLAY 'TABLE DES DISTRIBUTEURS PLEINE, SIREN '
                       W-SIREN-CHERCHE ' IGNORE'
               END-IF
           END-IF
           .

      *    ENCOURS RECALCULE = FACTURES OUVERTES - AVOIRS + PENALITES
      *    OUVERTES ; L ECART EST LE SOLDE TENU MOINS LE RECALCULE
       RAPPROCHER-DISTRIBUTEUR.
           COMPUTE TR-SOLDE-CALCULE (IDX-TR) =
               TR-FACTURES (IDX-TR) - TR-AVOIRS (IDX-TR)
               + TR-PENALITES (IDX-TR)
           COMPUTE TR-ECART (IDX-TR) =
               TR-SOLDE-COMPTE (IDX-TR) - TR-SOLDE-CALCULE (IDX-TR)
           ADD TR-FACTURES (IDX-TR)      TO TT-FACTURES
           ADD TR-AVOIRS (IDX-TR)        TO TT-AVOIRS
           ADD TR-PENALITES (IDX-TR)     TO TT-PENALITES
           ADD TR-SOLDE-CALCULE (IDX-TR) TO TT-SOLDE-CALCULE
           ADD TR-SOLDE-COMPTE (IDX-TR)  TO TT-SOLDE-COMPTE
           IF TR-ECART (IDX-TR) NOT = ZERO
               ADD 1 TO NB-ECARTS
               MOVE '2'      TO EX-GRAVITE
               MOVE 'ENCECART' TO EX-CODE
               MOVE SPACES   TO EX-REF
               MOVE TR-SIREN (IDX-TR) TO EX-REF(1:5)
               MOVE W-PARM-PERIODE    TO EX-REF(7:6)
               PERFORM SIGNALER-EXCEPTION
           END-IF
           .

      *    LE SOLDE TENU EST REMPLACE PAR L ENCOURS RECALCULE ; UN
      *    DISTRIBUTEUR SANS COMPTE RECOIT SON ENREGISTREMENT
       REBASER-SOLDE.
           MOVE TR-SIREN (IDX-TR) TO CD-SIREN
           READ COMPTDI-KSDS
               INVALID KEY
                   MOVE SPACES TO E-COMPTDI
                   MOVE TR-SIREN (IDX-TR)         TO CD-SIREN
                   MOVE TR-SOLDE-CALCULE (IDX-TR) TO CD-SOLDE
                   MOVE W-DATE-JOUR               TO CD-DATE-MAJ
                   WRITE E-COMPTDI
               NOT INVALID KEY
                   MOVE TR-SOLDE-CALCULE (IDX-TR) TO CD-SOLDE
                   MOVE W-DATE-JOUR               TO CD-DATE-MAJ
                   REWRITE E-COMPTDI
           END-READ
           IF F-CD-STATUS = ZERO
               ADD 1 TO NB-CORRIGES
               MOVE 'O' TO TR-CORRIGE-IND (IDX-TR)
               DISPLAY 'SOLDE REBASE, SIREN ' TR-SIREN (IDX-TR)
                   ' ANCIEN ' TR-SOLDE-COMPTE (IDX-TR)
                   ' NOUVEAU ' TR-SOLDE-CALCULE (IDX-TR)
                   ' PAR ' W-PARM-OPERATEUR
               MOVE '3'        TO EX-GRAVITE
               MOVE 'ENCREBAS' TO EX-CODE
               MOVE SPACES     TO EX-REF
               MOVE TR-SIREN (IDX-TR) TO EX-REF(1:5)
               MOVE W-PARM-OPERATEUR  TO EX-REF(7:8)
               PERFORM SIGNALER-EXCEPTION
           ELSE
               DISPLAY 'ERREUR MISE A JOUR COMPTDIG1, SIREN '
                   TR-SIREN (IDX-TR) ' CODE ' F-CD-STATUS
           END-IF
           .

      *    UNE LIGNE PAR DISTRIBUTEUR EN ECART, PUIS LE TOTAL GENERAL
      *    DE TOUS LES DISTRIBUTEURS ET LE RAPPROCHEMENT AVEC LE GL
       EDITER-RAPPROCHEMENT.
           MOVE W-PARM-PERIODE TO W-LT-PERIODE
           MOVE W-PARM-MODE    TO W-LT-MODE
           MOVE W-DATE-JOUR    TO W-LT-DATE-JOUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TR FROM 1 BY 1
                   UNTIL IDX-TR > NB-RAPPRO-TABLE
               IF TR-ECART (IDX-TR) NOT = ZERO
                   PERFORM EDITER-LIGNE-ECART
               END-IF
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           COMPUTE TT-ECART = TT-SOLDE-COMPTE - TT-SOLDE-CALCULE
           MOVE SPACES               TO W-LIGNE-RAPPRO
           MOVE 'TOTAL GENERAL'      TO W-LR-RAISON-SOC
           MOVE TT-FACTURES          TO W-LR-FACTURES
           MOVE TT-AVOIRS            TO W-LR-AVOIRS
           MOVE TT-PENALITES         TO W-LR-PENALITES
           MOVE TT-SOLDE-CALCULE     TO W-LR-SOLDE-CALCULE
           MOVE TT-SOLDE-COMPTE      TO W-LR-SOLDE-COMPTE
           MOVE TT-ECART             TO W-LR-ECART
           WRITE PRINT-LIGNE FROM W-LIGNE-RAPPRO
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           COMPUTE TT-ECART-GL = TT-SOLDE-GL - TT-SOLDE-CALCULE
           MOVE SPACES TO W-LIGNE-GL
           MOVE 'SOLDE DU COMPTE COLLECTIF CLIENTS 411000 (GL)'
               TO W-LG-LIBELLE
           MOVE TT-SOLDE-GL TO W-LG-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-GL
           MOVE SPACES TO W-LIGNE-GL
           MOVE 'ECART GL / ENCOURS RECALCULE SUR PIECES'
               TO W-LG-LIBELLE
           MOVE TT-ECART-GL TO W-LG-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-GL
           .

       EDITER-LIGNE-ECART.
           PERFORM LIRE-MAISON
           MOVE SPACES                      TO W-LIGNE-RAPPRO
           MOVE TR-SIREN (IDX-TR)           TO W-LR-SIREN
           MOVE W-RAISON-SOC-MA             TO W-LR-RAISON-SOC
           MOVE TR-FACTURES (IDX-TR)        TO W-LR-FACTURES
           MOVE TR-AVOIRS (IDX-TR)          TO W-LR-AVOIRS
           MOVE TR-PENALITES (IDX-TR)       TO W-LR-PENALITES
           MOVE TR-SOLDE-CALCULE (IDX-TR)   TO W-LR-SOLDE-CALCULE
           MOVE TR-SOLDE-COMPTE (IDX-TR)    TO W-LR-SOLDE-COMPTE
           MOVE TR-ECART (IDX-TR)           TO W-LR-ECART
           EVALUATE TRUE
               WHEN TR-CORRIGE (IDX-TR)
                   MOVE 'SOLDE REBASE'  TO W-LR-OBSERVATION
               WHEN NOT TR-COMPTE-PRESENT (IDX-TR)
                   MOVE 'COMPTE ABSENT' TO W-LR-OBSERVATION
               WHEN OTHER
                   MOVE SPACES          TO W-LR-OBSERVATION
           END-EVALUATE
           WRITE PRINT-LIGNE FROM W-LIGNE-RAPPRO
           .

      *    LES TOTAUX QUI NE S ACCORDENT PAS SONT SIGNALES EN
      *    CRITIQUE : COMPTDIG1 CONTRE LES PIECES (TEL QU IL ETAIT
      *    AVANT UN EVENTUEL REBASAGE), PUIS LE GL CONTRE LES PIECES
       CONTROLER-TOTAUX.
           DISPLAY 'ENCOURS RECALCULE SUR PIECES : ' TT-SOLDE-CALCULE
           DISPLAY 'ENCOURS TENU DANS COMPTDIG1  : ' TT-SOLDE-COMPTE
           DISPLAY 'SOLDE GL DU COMPTE 411000    : ' TT-SOLDE-GL
           IF TT-ECART NOT = ZERO
               DISPLAY '*** TOTAL COMPTDIG1 EN ECART : ' TT-ECART
               MOVE '1'        TO EX-GRAVITE
               MOVE 'ENCTOTAL' TO EX-CODE
               MOVE SPACES     TO EX-REF
               MOVE W-PARM-PERIODE TO EX-REF(1:6)
               PERFORM SIGNALER-EXCEPTION
           END-IF
           IF TT-ECART-GL NOT = ZERO
               DISPLAY '*** SOLDE GL 411000 EN ECART : ' TT-ECART-GL
               MOVE '1'        TO EX-GRAVITE
               MOVE 'ENCGL'    TO EX-CODE
               MOVE SPACES     TO EX-REF
               MOVE W-PARM-PERIODE TO EX-REF(1:6)
               PERFORM SIGNALER-EXCEPTION
           END-IF
           .

       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC-MA
           MOVE TR-SIREN (IDX-TR) TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-RAISON-SOC TO W-RAISON-SOC-MA
           END-READ
           .

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-EX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'ENCRAPPR' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
                   UNTIL EXC-ECRITE OR W-EX-SEQ > 9998
           END-IF
           .

       TENTER-ECRITURE-EXC.
           MOVE W-EX-SEQ TO EX-SEQ
           WRITE E-EXCEPTN
               INVALID KEY
                   ADD 1 TO W-EX-SEQ
               NOT INVALID KEY
                   SET EXC-ECRITE TO TRUE
           END-WRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           CLOSE VENTES-KSDS
           CLOSE PENALITE-KSDS
           CLOSE COMPTDI-KSDS
           CLOSE GLJRNL-FILE
           CLOSE MAISONDI-KSDS
           CLOSE PRINT-FILE
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ENCRAPPR - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'FACTURES OUVERTES         : '
               NB-FACTURES-OUVERTES
           DISPLAY 'AVOIRS                    : ' NB-AVOIRS
           DISPLAY 'PENALITES OUVERTES        : '
               NB-PENALITES-OUVERTES
           DISPLAY 'COMPTES COMPTDIG1 LUS     : ' NB-COMPTES-LUS
           DISPLAY 'ECRITURES GL 411000       : ' NB-ECRITURES-GL
           DISPLAY 'PIECES IGNOREES           : ' NB-PIECES-IGNOREES
           DISPLAY 'DISTRIBUTEURS RAPPROCHES  : ' NB-RAPPRO-TABLE
           DISPLAY 'DISTRIBUTEURS EN ECART    : ' NB-ECARTS
           DISPLAY 'SOLDES REBASES            : ' NB-CORRIGES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
                   ADD 1 TO NB-VENTES-LUES
           END-READ
           .

       LECTURE-ENRG-PENALITE.
           READ PENALITE-KSDS NEXT RECORD
               AT END
                   SET FIN-PENALITES TO TRUE
               NOT AT END
                   SET NON-FIN-PENALITES TO TRUE
           END-READ
           .

       LECTURE-ENRG-COMPTE.
           READ COMPTDI-KSDS NEXT RECORD
               AT END
                   SET FIN-COMPTES TO TRUE
               NOT AT END
                   SET NON-FIN-COMPTES TO TRUE
                   ADD 1 TO NB-COMPTES-LUS
           END-READ
           .

       LECTURE-ENRG-GLJRNL.
           READ GLJRNL-FILE
               AT END
                   SET FIN-GLJRNL TO TRUE
               NOT AT END
                   SET NON-FIN-GLJRNL TO TRUE
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'ENCRAPPR' TO W-VR-JOB
           MOVE 'COMPTDIG1' TO W-VR-FICHIER (1)
           MOVE 1           TO W-VR-NB
           ACCEPT W-VR-DATE  FROM DATE YYYYMMDD
           ACCEPT W-VR-HEURE FROM TIME
           OPEN I-O BATLOCK-KSDS
           IF F-BL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE REGISTRE DES VERROUS'
               DISPLAY 'CODE ERREUR = ' F-BL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET VERROU-ACCORDE TO TRUE
           PERFORM PRENDRE-VERROU
               VARYING W-VR-IX FROM 1 BY 1
               UNTIL W-VR-IX > W-VR-NB OR VERROU-REFUSE
           CLOSE BATLOCK-KSDS
           IF VERROU-REFUSE
               PERFORM REFUSER-DEMARRAGE
           END-IF
           .

      *    UN FICHIER ENCORE ABSENT DU REGISTRE Y EST CREE ; UNE
      *    CREATION SIMULTANEE PAR UN AUTRE PASSAGE VAUT REFUS
       PRENDRE-VERROU.
           SET VERROU-NON-PRIS (W-VR-IX) TO TRUE
           MOVE W-VR-FICHIER (W-VR-IX) TO BL-FICHIER
           READ BATLOCK-KSDS
               INVALID KEY
                   PERFORM CREER-VERROU
               NOT INVALID KEY
                   IF BL-PRIS
                       SET VERROU-REFUSE TO TRUE
                   ELSE
                       PERFORM POSER-VERROU
                       REWRITE E-BATLOCK
                           INVALID KEY
                               SET VERROU-REFUSE TO TRUE
                       END-REWRITE
                   END-IF
           END-READ
           IF VERROU-REFUSE
               MOVE W-VR-FICHIER (W-VR-IX) TO W-VR-REFUS-FICHIER
               MOVE BL-JOB                 TO W-VR-REFUS-JOB
               MOVE BL-DATE-PRISE          TO W-VR-REFUS-DATE
               MOVE BL-HEURE-PRISE         TO W-VR-REFUS-HEURE
           ELSE
               SET VERROU-PRIS (W-VR-IX) TO TRUE
               ADD 1 TO W-VR-NB-PRIS
           END-IF
           .

       CREER-VERROU.
           MOVE SPACES TO E-BATLOCK
           MOVE ZERO   TO BL-DATE-LIBER
           MOVE W-VR-FICHIER (W-VR-IX) TO BL-FICHIER
           PERFORM POSER-VERROU
           WRITE E-BATLOCK
               INVALID KEY
                   SET VERROU-REFUSE TO TRUE
                   READ BATLOCK-KSDS
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-WRITE
           .

       POSER-VERROU.
           MOVE W-VR-JOB   TO BL-JOB
           MOVE W-VR-DATE  TO BL-DATE-PRISE
           MOVE W-VR-HEURE TO BL-HEURE-PRISE
           SET BL-PRIS TO TRUE
           .

      *    DEMARRAGE REFUSE : EXCEPTION CRITIQUE 'VERROU' (FICHIER ET
      *    BATCH DETENTEUR) ET ARRET SANS MISE A JOUR
       REFUSER-DEMARRAGE.
           DISPLAY '---------------------------------------------'
           DISPLAY W-VR-JOB ' - DEMARRAGE REFUSE, AUCUNE MISE A JOUR'
           DISPLAY 'FICHIER ' W-VR-REFUS-FICHIER ' TENU PAR '
               W-VR-REFUS-JOB ' DEPUIS LE ' W-VR-REFUS-DATE
               ' A ' W-VR-REFUS-HEURE
           DISPLAY 'RELANCER A LA FIN DE ' W-VR-REFUS-JOB ' ; S IL '
               'S EST ARRETE EN ANOMALIE, FAIRE LIBERER'
           DISPLAY 'LE VERROU PAR UN SUPERVISEUR (VERRPURG)'
           DISPLAY '---------------------------------------------'
           MOVE '1'                TO EX-GRAVITE
           MOVE 'VERROU'           TO EX-CODE
           MOVE SPACES             TO EX-REF
           MOVE W-VR-REFUS-FICHIER TO EX-REF(1:10)
           MOVE W-VR-REFUS-JOB     TO EX-REF(12:8)
           PERFORM SIGNALER-EXCEPTION
           PERFORM FIN-TRAITEMENT
           .

      *    SEULS LES VERROUS PRIS PAR CE PASSAGE SONT RENDUS -- UN
      *    VERROU LIBERE ENTRE-TEMPS PAR UN SUPERVISEUR, PUIS REPRIS
      *    PAR UN AUTRE PASSAGE, N EST PAS TOUCHE
       RENDRE-VERROUS.
           IF W-VR-NB-PRIS > 0
               OPEN I-O BATLOCK-KSDS
               IF F-BL-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE REGISTRE DES VERROUS, '
                       'VERROUS NON RENDUS'
                   DISPLAY 'CODE ERREUR = ' F-BL-STATUS
               ELSE
                   PERFORM RENDRE-VERROU
                       VARYING W-VR-IX FROM 1 BY 1
                       UNTIL W-VR-IX > W-VR-NB
                   CLOSE BATLOCK-KSDS
               END-IF
               MOVE ZERO TO W-VR-NB-PRIS
           END-IF
           .

       RENDRE-VERROU.
           IF VERROU-PRIS (W-VR-IX)
               MOVE W-VR-FICHIER (W-VR-IX) TO BL-FICHIER
               READ BATLOCK-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BL-PRIS AND BL-JOB = W-VR-JOB
                               AND BL-DATE-PRISE = W-VR-DATE
                               AND BL-HEURE-PRISE = W-VR-HEURE
                           SET BL-LIBRE TO TRUE
                           ACCEPT BL-DATE-LIBER FROM DATE YYYYMMDD
                           ACCEPT BL-HEURE-LIBER FROM TIME
                           MOVE W-VR-JOB TO BL-OPER-LIBER
                           REWRITE E-BATLOCK
                               INVALID KEY
                                   DISPLAY 'VERROU NON RENDU : '
                                       BL-FICHIER
                           END-REWRITE
                       END-IF
               END-READ
               SET VERROU-NON-PRIS (W-VR-IX) TO TRUE
           END-IF
           .
