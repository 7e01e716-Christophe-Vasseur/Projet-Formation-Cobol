      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D ARCHIVAGE DES ETATS IMPRIMES DANS LE             *
      *       REFERENTIEL DES ETATS (ETATG1, CF ETATARC.cpy)           *
      *                                                                *
      *       PASSE EN ETAPE SUIVANTE DE CHAQUE TRAITEMENT EDITANT UN  *
      *       ETAT (ROYALRPT, CLOTMOIS, FACTURPR, RELANLET, TOPALBUM,  *
      *       ...) : RELIT LE LISTING 132 COLONNES QUE CE TRAITEMENT   *
      *       VIENT DE PRODUIRE (DDETAT, LE MEME FICHIER QUE SON       *
      *       DDSORTIE) ET LE RECOPIE, DECOUPE EN PAGES, SOUS UNE      *
      *       NOUVELLE EXECUTION DE L ETAT. LA LIGNE DESCRIPTIVE DE    *
      *       L EXECUTION PORTE LE TRAITEMENT PRODUCTEUR ET SA LIGNE   *
      *       RUNCTLG1, L ECRAN DONT LE DROIT DE CONSULTATION OUVRE    *
      *       L ETAT ET SA DATE DE PURGE. LES EXECUTIONS DONT LA DATE  *
      *       DE PURGE EST ATTEINTE SONT SUPPRIMEES A CHAQUE PASSAGE,  *
      *       AVANT L ARCHIVAGE. CONSULTATION EN LIGNE PAR APIG1DM8    *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         01-08  NOM DE L ETAT ('*PURGE*' = PURGE SEULE)         *
      *         09-16  TRAITEMENT PRODUCTEUR (CLE RUNCTLG1), A BLANC   *
      *                LE NOM DE L ETAT                                *
      *         17-24  ECRAN D ACCES, A BLANC CELUI DE LA TABLE DES    *
      *                ETATS CONNUS                                    *
      *         25-27  CONSERVATION EN MOIS, A BLANC CELLE DE LA       *
      *                TABLE (013 POUR UN ETAT INCONNU DE LA TABLE)    *
      *         28-67  LIBELLE DE L ETAT                               *
      *         68-80  DEBUT DE LA LIGNE DE TITRE DE PAGE DE L ETAT,   *
      *                QUI OUVRE UNE NOUVELLE PAGE ARCHIVEE -- A       *
      *                BLANC, LE LISTING EST DECOUPE PAR PAGES DE 60   *
      *                LIGNES                                          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATARCH.
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

      *    LISTING 132 COLONNES DU TRAITEMENT PRODUCTEUR
           SELECT ETAT-FILE
               ASSIGN TO DDETAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-ET-STATUS
               .

      *    REFERENTIEL DES ETATS -- ACCES DYNAMIQUE : PARCOURS
      *    SEQUENTIEL POUR LA PURGE, ECRITURE PAR CLE POUR L ARCHIVAGE
           SELECT ETATARC-KSDS
               ASSIGN TO DDETATG1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EA-CLE
               FILE STATUS F-EA-STATUS
               .

      *    LIGNE DE PASSAGE DU TRAITEMENT PRODUCTEUR (CF RUNCTL.cpy)
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
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

       FD ETAT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ETAT-LIGNE
           .

       01 ETAT-LIGNE                PIC X(132).

       FD ETATARC-KSDS
           RECORD 170 CHARACTERS
           DATA RECORD IS E-ETATARC
           .

       COPY ETATARC.

      *    F-RUNCTRL PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RUNCTRL
           .

       01 E-RUNCTRL.
           05 RC-JOB-NAME           PIC X(08).
           05 RC-DATE-EXEC          PIC 9(08).
           05 RC-HEURE-EXEC         PIC X(08).
           05 RC-STATUT             PIC X(01).
           05 RC-CHAINE-NUM         PIC 9(09).
           05 RC-CHAINE-SCELLE      PIC X(16).
           05 FILLER                PIC X(30).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-ET-STATUS             PIC X(02) VALUE '00'.
       77 F-EA-STATUS             PIC X(02) VALUE '00'.
       77 F-RC-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE (CF EN-TETE DU PROGRAMME)
       01 W-PARM-CARD.
           05 W-PARM-ETAT             PIC X(08).
               88 W-PARM-PURGE-SEULE      VALUE '*PURGE*'.
           05 W-PARM-JOB              PIC X(08).
           05 W-PARM-ECRAN            PIC X(08).
           05 W-PARM-CONSERVATION     PIC X(03).
           05 W-PARM-LIBELLE          PIC X(40).
           05 W-PARM-MARQUE-PAGE      PIC X(13).

      *    ETATS CONNUS : ECRAN D ACCES ET CONSERVATION (MOIS) PAR
      *    DEFAUT. L ECRAN EST CELUI (OU LA FAMILLE) DONT LE DROIT DE
      *    CONSULTATION COUVRE DEJA LES DONNEES DE L ETAT -- DROITS
      *    D AUTEUR SUR LE TABLEAU DE BORD DES DROITS, FACTURATION ET
      *    VENTES SUR LES ECRANS DE VENTE, RECOUVREMENT SUR LES
      *    ENCAISSEMENTS, CLOTURE ET COMPTABILITE RESERVEES A LA
      *    VALIDATION SUPERVISEUR
       01 TABLE-ETATS-CONNUS-Z.
           05 FILLER PIC X(19) VALUE 'ROYALRPTAPIG1DH*036'.
           05 FILLER PIC X(19) VALUE 'ROYALSTMAPIG1DH*036'.
           05 FILLER PIC X(19) VALUE 'ROYALSETAPIG1DH*036'.
           05 FILLER PIC X(19) VALUE 'ROYAUDITAPIG1DH*036'.
           05 FILLER PIC X(19) VALUE 'CLOTMOISAPIG1DM6036'.
           05 FILLER PIC X(19) VALUE 'GLBALANCAPIG1DM6036'.
           05 FILLER PIC X(19) VALUE 'STKVALO APIG1DM6036'.
           05 FILLER PIC X(19) VALUE 'FACTURPRAPIG1DE*024'.
           05 FILLER PIC X(19) VALUE 'AVOIRPR APIG1DE*024'.
           05 FILLER PIC X(19) VALUE 'RELANLETAPIG1DK1024'.
           05 FILLER PIC X(19) VALUE 'BALAGEE APIG1DK1024'.
           05 FILLER PIC X(19) VALUE 'TRESPREVAPIG1DK1013'.
           05 FILLER PIC X(19) VALUE 'TOPALBUMAPIG1DE*013'.
           05 FILLER PIC X(19) VALUE 'VENTALBMAPIG1DE*013'.
           05 FILLER PIC X(19) VALUE 'VENTDISTAPIG1DE*013'.
           05 FILLER PIC X(19) VALUE 'RETOURPTAPIG1DE*013'.
           05 FILLER PIC X(19) VALUE 'YOYCOMP APIG1DE*013'.
           05 FILLER PIC X(19) VALUE 'MORNRPT APIG1DM7006'.
       01 TABLE-ETATS-CONNUS REDEFINES TABLE-ETATS-CONNUS-Z.
           05 TE-ENTREE OCCURS 18 TIMES INDEXED BY IDX-TE.
               10 TE-ETAT             PIC X(08).
               10 TE-ECRAN            PIC X(08).
               10 TE-CONSERVATION     PIC 9(03).
       01 ETAT-CONNU-IND          PIC 9.
           88 ETAT-CONNU              VALUE 1.
           88 ETAT-INCONNU            VALUE 2.

      *    CONSERVATION D UN ETAT ABSENT DE LA TABLE ET SANS
      *    CONSERVATION SUR LA CARTE
       77 W-CONSERVATION-DEFAUT   PIC 9(03) VALUE 13.

      *    DECOUPAGE EN PAGES SANS LIGNE DE TITRE RECONNAISSABLE
       77 W-MAX-LIGNES-PAGE       PIC 9(03) VALUE 60.
       77 W-LG-MARQUE             PIC 9(02) VALUE ZERO.

      * EXECUTION ARCHIVEE EN COURS ET POSITION DANS LE DECOUPAGE
       01 W-EXECUTION.
           05 W-EX-ETAT               PIC X(08).
           05 W-EX-DATE               PIC 9(08).
           05 W-EX-HEURE              PIC X(06).
       77 W-HEURE-SYSTEME         PIC X(08).
       77 W-PAGE                  PIC 9(05) VALUE ZERO.
       77 W-LIGNE                 PIC 9(03) VALUE ZERO.

      * DATE DU JOUR ET CALCUL DE LA DATE DE PURGE (DATE DU JOUR
      * AUGMENTEE DE LA CONSERVATION EN MOIS, JOUR RAMENE AU 28 AU
      * DELA POUR RESTER UNE DATE VALIDE QUEL QUE SOIT LE MOIS)
       77 W-DATE-JOUR             PIC 9(08).
       01 W-DATE-PURGE.
           05 W-DP-ANNEE              PIC 9(04).
           05 W-DP-MOIS               PIC 9(02).
           05 W-DP-JOUR               PIC 9(02).
       77 W-NB-MOIS               PIC 9(07) VALUE ZERO.
       77 W-CONSERVATION          PIC 9(03) VALUE ZERO.

      * PURGE : EXECUTION DONT LES LIGNES SONT EN COURS DE SUPPRESSION
      * ET DERNIERE EXECUTION CONSERVEE (UNE LIGNE D ETAT QUI N EST
      * RATTACHEE A AUCUNE DES DEUX EST ORPHELINE : SA LIGNE
      * DESCRIPTIVE A DISPARU, ELLE EST SUPPRIMEE AUSSI)
       01 W-EXEC-PURGEE           PIC X(22) VALUE SPACES.
       01 W-EXEC-CONSERVEE        PIC X(22) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-ARCHIVEES     PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-REJETEES      PIC 9(07) VALUE ZERO.
       77 NB-EXEC-PURGEES         PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-PURGEES       PIC 9(07) VALUE ZERO.
       77 NB-ORPHELINES-PURGEES   PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DU LISTING A ARCHIVER
       01 FIN-ETAT-IND            PIC 9.
           88 FIN-ETAT                VALUE 1.
           88 NON-FIN-ETAT            VALUE 2.
      * INDICATEUR DE FIN DE PARCOURS DU REFERENTIEL
       01 FIN-ETATARC-IND         PIC 9.
           88 FIN-ETATARC             VALUE 1.
           88 NON-FIN-ETATARC         VALUE 2.
      * INDICATEUR D EXECUTION OUVERTE (LIGNE DESCRIPTIVE ECRITE)
       01 EXEC-OUVERTE-IND        PIC 9 VALUE 2.
           88 EXEC-OUVERTE            VALUE 1.
           88 EXEC-NON-OUVERTE        VALUE 2.

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
           SET FIN-ETAT TO TRUE
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYSTEME FROM TIME
           IF W-PARM-ETAT = SPACES
               DISPLAY 'CARTE PARAMETRE ABSENTE OU SANS NOM D ETAT'
               DISPLAY 'ARCHIVAGE NON EFFECTUE'
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ETATARC-KSDS
           IF F-EA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE REFERENTIEL DES ETATS'
               DISPLAY 'CODE ERREUR = ' F-EA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           IF NOT W-PARM-PURGE-SEULE
               OPEN INPUT ETAT-FILE
               IF F-ET-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE LISTING A ARCHIVER'
                   DISPLAY 'CODE ERREUR = ' F-ET-STATUS
                   PERFORM FIN-TRAITEMENT
               END-IF
               PERFORM COMPLETER-PARAMETRES
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ETATARCH - ARCHIVAGE DES ETATS IMPRIMES'
           DISPLAY 'ETAT               : ' W-PARM-ETAT
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM PURGER-EXECUTIONS
           IF NOT W-PARM-PURGE-SEULE
               PERFORM ARCHIVER-ETAT
           END-IF
           PERFORM FIN-TRAITEMENT
           .

      *    ZONES A BLANC DE LA CARTE COMPLETEES PAR LA TABLE DES ETATS
      *    CONNUS PUIS PAR LES VALEURS PAR DEFAUT ; LA DATE DE PURGE
      *    EST CALCULEE SUR LA CONSERVATION RETENUE
       COMPLETER-PARAMETRES.
           SET ETAT-INCONNU TO TRUE
           SET IDX-TE TO 1
           SEARCH TE-ENTREE
               AT END
                   SET ETAT-INCONNU TO TRUE
               WHEN TE-ETAT (IDX-TE) = W-PARM-ETAT
                   SET ETAT-CONNU TO TRUE
           END-SEARCH
           IF W-PARM-JOB = SPACES
               MOVE W-PARM-ETAT TO W-PARM-JOB
           END-IF
           IF W-PARM-ECRAN = SPACES AND ETAT-CONNU
               MOVE TE-ECRAN (IDX-TE) TO W-PARM-ECRAN
           END-IF
           IF W-PARM-CONSERVATION IS NOT NUMERIC
                   OR W-PARM-CONSERVATION = '000'
               IF ETAT-CONNU
                   MOVE TE-CONSERVATION (IDX-TE) TO W-PARM-CONSERVATION
               ELSE
                   MOVE W-CONSERVATION-DEFAUT TO W-PARM-CONSERVATION
               END-IF
           END-IF
           IF W-PARM-LIBELLE = SPACES
               MOVE W-PARM-ETAT TO W-PARM-LIBELLE
           END-IF
           MOVE ZERO TO W-LG-MARQUE
           IF W-PARM-MARQUE-PAGE NOT = SPACES
               MOVE 13 TO W-LG-MARQUE
               PERFORM UNTIL W-PARM-MARQUE-PAGE(W-LG-MARQUE:1)
                       NOT = SPACE
                   SUBTRACT 1 FROM W-LG-MARQUE
               END-PERFORM
           END-IF
           MOVE W-PARM-CONSERVATION TO W-CONSERVATION
           MOVE W-DATE-JOUR TO W-DATE-PURGE
           COMPUTE W-NB-MOIS = W-DP-ANNEE * 12 + W-DP-MOIS - 1
               + W-CONSERVATION
           DIVIDE W-NB-MOIS BY 12 GIVING W-DP-ANNEE
               REMAINDER W-DP-MOIS
           ADD 1 TO W-DP-MOIS
           IF W-DP-JOUR > 28
               MOVE 28 TO W-DP-JOUR
           END-IF
           .

      *    PARCOURS COMPLET DU REFERENTIEL : UNE EXECUTION DONT LA DATE
      *    DE PURGE EST ATTEINTE EST SUPPRIMEE AVEC TOUTES SES LIGNES
      *    (ELLES SUIVENT IMMEDIATEMENT SA LIGNE DESCRIPTIVE DANS
      *    L ORDRE DES CLES)
       PURGER-EXECUTIONS.
           MOVE LOW-VALUES TO EA-CLE
           START ETATARC-KSDS KEY IS NOT LESS THAN EA-CLE
               INVALID KEY
                   SET FIN-ETATARC TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-ETATARC TO TRUE
           END-START
           IF NON-FIN-ETATARC
               PERFORM LECTURE-ENRG-ETATARC
           END-IF
           PERFORM UNTIL FIN-ETATARC
               PERFORM EXAMINER-ENRG-ARCHIVE
               PERFORM LECTURE-ENRG-ETATARC
           END-PERFORM
           DISPLAY 'EXECUTIONS PURGEES      : ' NB-EXEC-PURGEES
           .

       EXAMINER-ENRG-ARCHIVE.
           EVALUATE TRUE
               WHEN EA-DESCRIPTIF
                   IF EA-DATE-PURGE IS NUMERIC
                           AND EA-DATE-PURGE NOT > W-DATE-JOUR
                       MOVE EA-EXECUTION TO W-EXEC-PURGEE
                       MOVE SPACES       TO W-EXEC-CONSERVEE
                       ADD 1 TO NB-EXEC-PURGEES
                       DISPLAY 'PURGE ' EA-ETAT ' DU ' EA-DATE-EXEC
                           ' ' EA-HEURE-EXEC ' (' EA-NB-PAGES
                           ' PAGES)'
                       PERFORM SUPPRIMER-ENRG-ARCHIVE
                   ELSE
                       MOVE EA-EXECUTION TO W-EXEC-CONSERVEE
                       MOVE SPACES       TO W-EXEC-PURGEE
                   END-IF
               WHEN EA-EXECUTION = W-EXEC-PURGEE
                   ADD 1 TO NB-LIGNES-PURGEES
                   PERFORM SUPPRIMER-ENRG-ARCHIVE
               WHEN EA-EXECUTION NOT = W-EXEC-CONSERVEE
                   ADD 1 TO NB-ORPHELINES-PURGEES
                   PERFORM SUPPRIMER-ENRG-ARCHIVE
           END-EVALUATE
           .

       SUPPRIMER-ENRG-ARCHIVE.
           DELETE ETATARC-KSDS
           IF F-EA-STATUS NOT = '00'
               DISPLAY 'ERREUR SUPPRESSION ' EA-CLE
                   ' : ' F-EA-STATUS
           END-IF
           .

      *    RECOPIE DU LISTING SOUS UNE NOUVELLE EXECUTION : LA LIGNE
      *    DESCRIPTIVE EST ECRITE D ABORD (UN ARCHIVAGE INTERROMPU
      *    RESTE VISIBLE, AVEC ZERO PAGE), PUIS RECRITE A LA FIN AVEC
      *    LE NOMBRE DE PAGES ET DE LIGNES
       ARCHIVER-ETAT.
           MOVE W-PARM-ETAT           TO W-EX-ETAT
           MOVE W-DATE-JOUR           TO W-EX-DATE
           MOVE W-HEURE-SYSTEME(1:6)  TO W-EX-HEURE
           PERFORM ECRIRE-DESCRIPTIF
           IF EXEC-NON-OUVERTE
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE ZERO TO W-PAGE
           MOVE ZERO TO W-LIGNE
           PERFORM LECTURE-ENRG-ETAT
           PERFORM UNTIL FIN-ETAT
               PERFORM ARCHIVER-LIGNE
               PERFORM LECTURE-ENRG-ETAT
           END-PERFORM
           PERFORM CLORE-DESCRIPTIF
           .

      *    LIGNE DESCRIPTIVE -- LA REFERENCE RUNCTLG1 EST CELLE DU
      *    TRAITEMENT PRODUCTEUR TELLE QU ELLE EST AU MOMENT DE
      *    L ARCHIVAGE (A BLANC S IL N Y A PAS DE LIGNE)
       ECRIRE-DESCRIPTIF.
           MOVE SPACES                TO E-ETATARC
           MOVE W-EXECUTION           TO EA-EXECUTION
           MOVE ZERO                  TO EA-PAGE
           MOVE ZERO                  TO EA-LIGNE
           SET EA-DESCRIPTIF          TO TRUE
           MOVE W-PARM-JOB            TO EA-JOB-NAME
           MOVE ZERO                  TO EA-NB-PAGES
           MOVE ZERO                  TO EA-NB-LIGNES
           MOVE W-PARM-ECRAN          TO EA-ECRAN-ACCES
           MOVE W-CONSERVATION        TO EA-CONSERVATION
           MOVE W-DATE-PURGE          TO EA-DATE-PURGE
           MOVE W-PARM-LIBELLE        TO EA-LIBELLE
           PERFORM LIRE-RUNCTL
           WRITE E-ETATARC
               INVALID KEY
                   DISPLAY 'EXECUTION ' W-EXECUTION
                       ' DEJA ARCHIVEE OU ECRITURE IMPOSSIBLE : '
                       F-EA-STATUS
                   SET EXEC-NON-OUVERTE TO TRUE
               NOT INVALID KEY
                   SET EXEC-OUVERTE TO TRUE
           END-WRITE
           .

       LIRE-RUNCTL.
           OPEN INPUT RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'RUNCTLG1 INDISPONIBLE, REFERENCE A BLANC'
           ELSE
               MOVE W-PARM-JOB TO RC-JOB-NAME
               READ RUNCTRL-KSDS
                   INVALID KEY
                       DISPLAY 'PAS DE LIGNE RUNCTLG1 POUR ' W-PARM-JOB
                   NOT INVALID KEY
                       MOVE RC-DATE-EXEC    TO EA-RC-DATE-EXEC
                       MOVE RC-HEURE-EXEC   TO EA-RC-HEURE-EXEC
                       MOVE RC-STATUT       TO EA-RC-STATUT
                       MOVE RC-CHAINE-NUM   TO EA-RC-CHAINE-NUM
               END-READ
               CLOSE RUNCTRL-KSDS
           END-IF
           .

      *    UNE NOUVELLE PAGE COMMENCE A LA PREMIERE LIGNE, SUR LA LIGNE
      *    DE TITRE DE PAGE DE L ETAT QUAND ELLE EST CONNUE, OU APRES
      *    W-MAX-LIGNES-PAGE LIGNES SINON (ET AU-DELA DE 999 LIGNES
      *    DANS TOUS LES CAS)
       ARCHIVER-LIGNE.
           ADD 1 TO NB-LIGNES-LUES
           EVALUATE TRUE
               WHEN W-PAGE = ZERO
                   PERFORM OUVRIR-PAGE
               WHEN W-LG-MARQUE > ZERO
                   IF ETAT-LIGNE(1:W-LG-MARQUE)
                           = W-PARM-MARQUE-PAGE(1:W-LG-MARQUE)
                       OR W-LIGNE >= 999
                       PERFORM OUVRIR-PAGE
                   END-IF
               WHEN W-LIGNE >= W-MAX-LIGNES-PAGE
                   PERFORM OUVRIR-PAGE
           END-EVALUATE
           ADD 1 TO W-LIGNE
           MOVE SPACES       TO E-ETATARC
           MOVE W-EXECUTION  TO EA-EXECUTION
           MOVE W-PAGE       TO EA-PAGE
           MOVE W-LIGNE      TO EA-LIGNE
           SET EA-LIGNE-ETAT TO TRUE
           MOVE ETAT-LIGNE   TO EA-TEXTE
           WRITE E-ETATARC
               INVALID KEY
                   ADD 1 TO NB-LIGNES-REJETEES
                   DISPLAY 'ECRITURE IMPOSSIBLE PAGE ' W-PAGE
                       ' LIGNE ' W-LIGNE ' : ' F-EA-STATUS
               NOT INVALID KEY
                   ADD 1 TO NB-LIGNES-ARCHIVEES
           END-WRITE
           .

       OUVRIR-PAGE.
           ADD 1 TO W-PAGE
           MOVE ZERO TO W-LIGNE
           .

       CLORE-DESCRIPTIF.
           MOVE W-EXECUTION TO EA-EXECUTION
           MOVE ZERO        TO EA-PAGE
           MOVE ZERO        TO EA-LIGNE
           READ ETATARC-KSDS
               INVALID KEY
                   DISPLAY 'LIGNE DESCRIPTIVE DISPARUE : ' W-EXECUTION
               NOT INVALID KEY
                   MOVE W-PAGE              TO EA-NB-PAGES
                   MOVE NB-LIGNES-ARCHIVEES TO EA-NB-LIGNES
                   REWRITE E-ETATARC
                       INVALID KEY
                           DISPLAY 'ECHEC MISE A JOUR DESCRIPTIF : '
                               F-EA-STATUS
                   END-REWRITE
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE ETAT-FILE
           CLOSE ETATARC-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ETATARCH - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ETAT ARCHIVE              : ' W-PARM-ETAT
           DISPLAY 'EXECUTION                 : ' W-EX-DATE
               ' ' W-EX-HEURE
           DISPLAY 'TRAITEMENT PRODUCTEUR     : ' W-PARM-JOB
           DISPLAY 'ECRAN D ACCES             : ' W-PARM-ECRAN
           DISPLAY 'DATE DE PURGE             : ' W-DATE-PURGE
           DISPLAY 'LIGNES DE LISTING LUES    : ' NB-LIGNES-LUES
           DISPLAY 'LIGNES ARCHIVEES          : ' NB-LIGNES-ARCHIVEES
           DISPLAY 'PAGES ARCHIVEES           : ' W-PAGE
           DISPLAY 'LIGNES EN ERREUR          : ' NB-LIGNES-REJETEES
           DISPLAY 'EXECUTIONS PURGEES        : ' NB-EXEC-PURGEES
           DISPLAY 'LIGNES PURGEES            : ' NB-LIGNES-PURGEES
           DISPLAY 'LIGNES ORPHELINES PURGEES : ' NB-ORPHELINES-PURGEES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ETAT.
           READ ETAT-FILE
               AT END
                   SET FIN-ETAT TO TRUE
               NOT AT END
                   SET NON-FIN-ETAT TO TRUE
           END-READ
           .

       LECTURE-ENRG-ETATARC.
           READ ETATARC-KSDS NEXT RECORD
               AT END
                   SET FIN-ETATARC TO TRUE
               NOT AT END
                   SET NON-FIN-ETATARC TO TRUE
           END-READ
           .
