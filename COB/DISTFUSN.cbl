      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       UTILITAIRE DE FUSION DE DISTRIBUTEURS (ABSORPTION)       *
      *                                                                *
      *       QUAND UNE MAISON EST RACHETEE PAR UNE AUTRE, TRANSFERE   *
      *       SUR LE SIREN ABSORBANT TOUT CE QUI DEPEND DU SIREN       *
      *       ABSORBE :                                                *
      *         - LIGNES DE VENTE ET D AVOIR (VENTESG1), AVEC LEUR     *
      *           CREANCE PASSEE EN PERTE (IRRECG1) -- LE SIREN EST    *
      *           DANS LA CLE : LA LIGNE EST RECREEE SOUS LA NOUVELLE  *
      *           CLE (NUMERO DE LIGNE SUIVANT SI LA CLE EST PRISE) ET *
      *           LE RETOUR EST RATTACHE A LA VENTE D ORIGINE DEPLACEE *
      *         - PRECOMMANDES (PRECOMG1) ET COMMANDES DE STOCK        *
      *           (CDEDIG1, RENUMEROTEES SI LE NUMERO EST DEJA PRIS    *
      *           CHEZ L ABSORBANTE)                                   *
      *         - ENCOURS (COMPTDIG1, AJOUTE A CELUI DE L ABSORBANTE), *
      *           PROVISIONS DE REMISE DE VOLUME (REMIACG1, CUMULEES   *
      *           PAR PERIODE), SUIVI DE RELANCE (RELANCG1, LE NIVEAU  *
      *           LE PLUS AVANCE EST RETENU)                           *
      *         - ENCAISSEMENTS EN EXCEPTION (ENCEXCG1), ECHEANCES     *
      *           (ECHEANG1), FACTURES DE PENALITES (PENALG1) ET       *
      *           BUDGETS DE PARTICIPATION PUBLICITAIRE (COOPACG1)     *
      *       LA MAISON ABSORBEE EST CONSERVEE COMME RENVOI VERS       *
      *       L ABSORBANTE (MA-SIREN-ABSORBANT) ; LES MAISONS QUI      *
      *       RENVOYAIENT DEJA SUR ELLE SONT REPOINTEES. LE RENVOI     *
      *       EST POSE EN DERNIER : UN TRAITEMENT INTERROMPU SE        *
      *       RELANCE TEL QUEL ET N ACHEVE QUE CE QUI RESTE.           *
      *       CHAQUE ENREGISTREMENT MODIFIE, SUPPRIME OU CREE EST      *
      *       JOURNALISE DANS HISTOG1 AVEC SON IMAGE                   *
      *                                                                *
      *       CARTE SYSIN :                                            *
      *         COL  1- 5 SIREN DE LA MAISON ABSORBEE                  *
      *         COL  7-11 SIREN DE LA MAISON ABSORBANTE                *
      *         COL 13-20 MODE 'SIMULER' (OU BLANC) : LISTE CE QUI     *
      *                   SERAIT DEPLACE SANS RIEN MODIFIER ;          *
      *                   'EXECUTER' : FUSION EFFECTIVE                *
      *         COL 22-29 CODE OPERATEUR SUPERVISEUR (OPERATG1),       *
      *                   OBLIGATOIRE EN MODE EXECUTER                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTFUSN.
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

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

      *    HABILITATION DU SUPERVISEUR (MODE EXECUTER SEULEMENT)
           SELECT OPERATEUR-KSDS
               ASSIGN TO DDOPERAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-CODE
               FILE STATUS F-OP-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

      *    CREANCES PASSEES EN PERTE (CF IRRECOU.cpy), MEME CLE QUE
      *    LA LIGNE DE VENTE
           SELECT IRRECOU-KSDS
               ASSIGN TO DDIRREC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IR-CLE
               FILE STATUS F-IR-STATUS
               .

           SELECT PRECOM-KSDS
               ASSIGN TO DDPRECOM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-PC-KEY
               FILE STATUS F-PC-STATUS
               .

           SELECT CDEDIST-KSDS
               ASSIGN TO DDCDEDIS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CD2-CLE
               FILE STATUS F-C2-STATUS
               .

           SELECT COMPTDI-KSDS
               ASSIGN TO DDCOMPTD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CD-SIREN
               FILE STATUS F-CD-STATUS
               .

           SELECT REMIAC-KSDS
               ASSIGN TO DDREMIAC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RA-CLE
               FILE STATUS F-RA-STATUS
               .

           SELECT RELANCE-KSDS
               ASSIGN TO DDRELANC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DN-SIREN
               FILE STATUS F-DN-STATUS
               .

           SELECT ENCEXC-KSDS
               ASSIGN TO DDENCEXC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EX-CLE OF E-ENCEXC
               FILE STATUS F-EX-STATUS
               .

           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

           SELECT PENALITE-KSDS
               ASSIGN TO DDPENAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PE-NUM-FACTURE
               FILE STATUS F-PE-STATUS
               .

           SELECT COOPACC-KSDS
               ASSIGN TO DDCOOPAC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PP-NUM-ACCORD
               FILE STATUS F-PP-STATUS
               .

      *    HISTORIQUE DES MODIFICATIONS (HISTOG1, ESDS) -- ALIMENTE
      *    EN AJOUT PAR CE BATCH EN MODE EXECUTER
           SELECT HISTO-FILE
               ASSIGN TO DDHISTO
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS F-HI-STATUS
               .

      *    TETE DE LA CHAINE D INTEGRITE DE HISTOG1 (CF HISTCHN.cpy),
      *    LIGNE 'HISTOG1' DU FICHIER DE CONTROLE RUNCTLG1 -- AVANCEE
      *    A CHAQUE LIGNE JOURNALISEE PAR CE BATCH
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
               .

      *    REGISTRE DES VERROUS DE BATCH (CF BATLOCK.cpy)
           SELECT BATLOCK-KSDS
               ASSIGN TO DDBATLOK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BL-FICHIER
               FILE STATUS F-BL-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE OF E-EXCEPTN
               FILE STATUS F-XC-STATUS
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
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 VE-DISPOSITION       PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 VE-STATUT-REGLEMENT  PIC X(01).
           05 VE-TYPE-LIGNE        PIC X(01).
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD IRRECOU-KSDS
           RECORD 100 CHARACTERS
           DATA RECORD IS E-IRRECOU
           .

       COPY IRRECOU.

       FD PRECOM-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PRECOM
           .

       01 E-PRECOM.
           05 PC-CODEA             PIC X(06).
           05 PC-SIREN             PIC X(05).
           05 PC-DATE-SAISIE       PIC X(08).
           05 PC-NUM-LIGNE         PIC 9(02).
           05 PC-PRIX              PIC 9(05)V9(02).
           05 PC-QTE               PIC 9(05).
           05 PC-DEVISE            PIC X(03).
           05 PC-CODE-CLIENT       PIC X(06).
           05 PC-STATUT            PIC X(01).
           05 PC-DATE-POSTEE       PIC X(08).
           05 PC-FORMAT            PIC X(01).
           05 FILLER               PIC X(28).

       01 E-PC-KEY REDEFINES E-PRECOM PIC X(21).

       FD CDEDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEDIST
           .

       COPY CDEDIST.

       FD COMPTDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTDI
           .

       COPY COMPTDI.

       FD REMIAC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REMIAC
           .

       COPY REMIAC.

       FD RELANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RELANCE
           .

       COPY RELANCE.

       FD ENCEXC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ENCEXC
           .

       COPY ENCEXC.

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD PENALITE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PENALITE
           .

       COPY PENALITE.

       FD COOPACC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COOPACC
           .

       COPY COOPACC.

      *    MEME DESSIN QUE E-HISTORIQ (CF HISTORIQ.cpy, DONT LE
      *    NIVEAU 77 EST INTERDIT EN SECTION FICHIER)
       FD HISTO-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTO-F
           .

       01 E-HISTO-F.
           05 HI-TYPE-ENR          PIC X(08).
           05 HI-CLE               PIC X(25).
           05 HI-DATE-MODIF        PIC X(08).
           05 HI-HEURE-MODIF       PIC X(08).
           05 HI-ACTION            PIC X(01).
           05 HI-IMAGE-AVANT       PIC X(90).
           05 HI-TERM-ID           PIC X(04).
           05 HI-OPER-ID           PIC X(08).
           05 HI-PGM-NAME          PIC X(08).
      *    CHAINAGE D INTEGRITE (CF HISTCHN.cpy)
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).

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
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
           05 RC-CHAINE-NUM         PIC 9(09).
           05 RC-CHAINE-SCELLE      PIC X(16).
           05 FILLER                PIC X(30).

       FD BATLOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BATLOCK
           .

       COPY BATLOCK.

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

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

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 F-XC-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-OP-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-IR-STATUS             PIC X(02) VALUE '00'.
       77 F-PC-STATUS             PIC X(02) VALUE '00'.
       77 F-C2-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-RA-STATUS             PIC X(02) VALUE '00'.
       77 F-DN-STATUS             PIC X(02) VALUE '00'.
       77 F-EX-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-PP-STATUS             PIC X(02) VALUE '00'.
       77 F-HI-STATUS             PIC X(02) VALUE '00'.

      * TETE DE LA CHAINE D INTEGRITE DE HISTOG1 -- LUE A L OUVERTURE
      * DU JOURNAL, REECRITE EN FIN DE TRAITEMENT
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       01 TETE-CHAINE-IND         PIC X(01) VALUE SPACE.
           88 TETE-NON-LUE            VALUE SPACE.
           88 TETE-LUE                VALUE 'L'.
           88 TETE-ABSENTE            VALUE 'A'.

       COPY HISTCHN.

      * CARTE PARAMETRE -- SIREN ABSORBE, SIREN ABSORBANT, MODE ET
      * SUPERVISEUR
       01 W-PARM-CARD.
           05 W-PARM-ABSORBE          PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-PARM-ABSORBANT        PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-PARM-MODE             PIC X(08).
               88 MODE-SIMULER            VALUE 'SIMULER ' SPACES.
               88 MODE-EXECUTER           VALUE 'EXECUTER'.
           05 FILLER                  PIC X(01).
           05 W-PARM-OPERATEUR        PIC X(08).
           05 FILLER                  PIC X(51).

      * LIBELLE DES LIGNES DE LISTE SELON LE MODE
       77 W-ACTION-LIB            PIC X(10) VALUE SPACES.

      * DATE ET HEURE DU PASSAGE POUR LA JOURNALISATION
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-JOUR            PIC X(08).

      * ZONES DE LA LIGNE HISTOG1 EN PREPARATION
       77 W-HI-TYPE               PIC X(08).
       77 W-HI-CLE                PIC X(25).
       77 W-HI-ACTION             PIC X(01).
       77 W-HI-IMAGE              PIC X(90).

      * IMAGE ET CLE D ORIGINE DE L ENREGISTREMENT DEPLACE, CLE
      * D ARRIVEE SUR LE SIREN ABSORBANT
       77 W-IMAGE-AVANT           PIC X(90).
       77 W-CLE-AVANT             PIC X(21).
       77 W-CLE-APRES             PIC X(21).

      * RECREATION SOUS LA NOUVELLE CLE -- NUMERO DE LIGNE SUIVANT
      * TANT QUE LA CLE EST DEJA PRISE CHEZ L ABSORBANTE
       01 W-ECRITURE-IND          PIC 9.
           88 LIGNE-A-ECRIRE          VALUE 1.
           88 LIGNE-ECRITE            VALUE 2.
           88 LIGNE-IMPOSSIBLE        VALUE 3.

      *    VENTES RENUMEROTEES AU DEPLACEMENT -- PERMET DE RATTACHER
      *    LES RETOURS (VE-RETOUR-CLE), LUS APRES LEUR VENTE D ORIGINE
      *    DANS L ORDRE DE LA CLE
       01 TABLE-RENUMEROTATION.
           05 TR-ENTREE OCCURS 1000 TIMES INDEXED BY IDX-TR.
               10 TR-CLE-ANCIENNE     PIC X(21).
               10 TR-NUM-NOUVEAU      PIC X(02).
       77 NB-RENUMEROTATION       PIC 9(04) VALUE ZERO.

      *    NUMEROS DE COMMANDE DEJA EN USAGE CHEZ L ABSORBANTE -- UNE
      *    COMMANDE DEPLACEE GARDE SON NUMERO S IL EST LIBRE, SINON
      *    PREND LE NUMERO SUIVANT LE PLUS GRAND EN USAGE. TABLE
      *    SATUREE : TOUTES LES COMMANDES SUIVANTES SONT RENUMEROTEES
       01 TABLE-COMMANDES.
           05 TC-NUM-CDE OCCURS 2000 TIMES INDEXED BY IDX-TC
                                  PIC 9(06).
       77 NB-COMMANDES-TABLE      PIC 9(04) VALUE ZERO.
       77 W-MAX-CDE               PIC 9(06) VALUE ZERO.
       77 W-CDE-COURANTE          PIC 9(06) VALUE ZERO.
       77 W-CDE-CIBLE             PIC 9(06) VALUE ZERO.
       01 CDE-TROUVEE-IND         PIC 9.
           88 CDE-TROUVEE             VALUE 1.
           88 CDE-NON-TROUVEE         VALUE 2.

      *    PROVISIONS DE REMISE DE LA MAISON ABSORBEE, RELEVEES AVANT
      *    LEUR REPORT (LA LECTURE PAR CLE DE L ABSORBANTE DEPLACERAIT
      *    LE PARCOURS)
       01 TABLE-REMIAC.
           05 TA-IMAGE OCCURS 600 TIMES INDEXED BY IDX-TA
                                  PIC X(80).
       77 NB-REMIAC-TABLE         PIC 9(04) VALUE ZERO.
       77 W-RA-PERIODE            PIC 9(06) VALUE ZERO.
       77 W-RA-UNITES             PIC 9(09) VALUE ZERO.
       77 W-RA-CA                 PIC 9(11)V9(02) VALUE ZERO.
       77 W-RA-REMISE             PIC 9(11)V9(02) VALUE ZERO.

      * ENCOURS ET RELANCE DE LA MAISON ABSORBEE
       77 W-SOLDE-TRANSFERE       PIC S9(11)V9(02) VALUE ZERO.
       77 W-SOLDE-EDIT            PIC -(11)9,99.
       77 W-DN-NIVEAU             PIC 9(01) VALUE ZERO.
       77 W-DN-DATE               PIC 9(08) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES               PIC 9(07) VALUE ZERO.
       77 NB-VENTES-RENUMEROTEES  PIC 9(07) VALUE ZERO.
       77 NB-PERTES               PIC 9(07) VALUE ZERO.
       77 NB-PRECOMMANDES         PIC 9(07) VALUE ZERO.
       77 NB-COMMANDES            PIC 9(07) VALUE ZERO.
       77 NB-COMMANDES-RENUM      PIC 9(07) VALUE ZERO.
       77 NB-COMPTES              PIC 9(07) VALUE ZERO.
       77 NB-REMIAC               PIC 9(07) VALUE ZERO.
       77 NB-RELANCES             PIC 9(07) VALUE ZERO.
       77 NB-EXCEPTIONS           PIC 9(07) VALUE ZERO.
       77 NB-ECHEANCES            PIC 9(07) VALUE ZERO.
       77 NB-PENALITES            PIC 9(07) VALUE ZERO.
       77 NB-ACCORDS              PIC 9(07) VALUE ZERO.
       77 NB-RENVOIS              PIC 9(07) VALUE ZERO.
       77 NB-NON-DEPLACES         PIC 9(07) VALUE ZERO.
       77 NB-JOURNALISES          PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-FICHIER-IND         PIC 9.
           88 FIN-FICHIER             VALUE 1.
           88 NON-FIN-FICHIER         VALUE 2.

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
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           INITIALIZE TABLE-RENUMEROTATION
           INITIALIZE TABLE-COMMANDES
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-ABSORBE = SPACES OR W-PARM-ABSORBANT = SPACES
                   OR W-PARM-ABSORBE = W-PARM-ABSORBANT
               DISPLAY 'CARTE PARAMETRE INVALIDE : SIREN '
                   W-PARM-ABSORBE ' / ' W-PARM-ABSORBANT
               PERFORM FIN-TRAITEMENT
           END-IF
           IF NOT MODE-SIMULER AND NOT MODE-EXECUTER
               DISPLAY 'CARTE PARAMETRE INVALIDE : MODE '
                   W-PARM-MODE
               PERFORM FIN-TRAITEMENT
           END-IF
           IF MODE-SIMULER
               MOVE 'SIMULER ' TO W-PARM-MODE
               MOVE 'A DEPLACER' TO W-ACTION-LIB
           ELSE
               MOVE 'DEPLACE'    TO W-ACTION-LIB
               PERFORM CONTROLER-SUPERVISEUR
               PERFORM PRENDRE-VERROUS
           END-IF
           IF MODE-EXECUTER
               OPEN I-O MAISONDI-KSDS
           ELSE
               OPEN INPUT MAISONDI-KSDS
           END-IF
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CONTROLER-MAISONS
           IF MODE-EXECUTER
               OPEN EXTEND HISTO-FILE
               IF F-HI-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE FICHIER HISTORIQUE'
                   DISPLAY 'CODE ERREUR = ' F-HI-STATUS
                   PERFORM FIN-TRAITEMENT
               END-IF
               PERFORM LIRE-TETE-CHAINE
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'DISTFUSN - FUSION DE DISTRIBUTEURS'
           DISPLAY 'SIREN ABSORBE      : ' W-PARM-ABSORBE
           DISPLAY 'SIREN ABSORBANT    : ' W-PARM-ABSORBANT
           DISPLAY 'MODE DE TRAITEMENT : ' W-PARM-MODE
           IF MODE-SIMULER
               DISPLAY 'SIMULATION -- AUCUN FICHIER N EST MODIFIE'
           ELSE
               DISPLAY 'SUPERVISEUR        : ' W-PARM-OPERATEUR
           END-IF
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM DEPLACER-VENTES
           PERFORM DEPLACER-PRECOMMANDES
           PERFORM DEPLACER-COMMANDES
           PERFORM TRANSFERER-ENCOURS
           PERFORM DEPLACER-PROVISIONS-REMISE
           PERFORM TRANSFERER-RELANCE
           PERFORM DEPLACER-EXCEPTIONS
           PERFORM DEPLACER-ECHEANCES
           PERFORM DEPLACER-PENALITES
           PERFORM DEPLACER-ACCORDS
           PERFORM POSER-RENVOI

           PERFORM FIN-TRAITEMENT
           .

      *    SEUL UN SUPERVISEUR CONNU D OPERATG1 PEUT DEMANDER LA
      *    FUSION -- A DEFAUT LE TRAITEMENT S ARRETE SANS RIEN LIRE
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

      *    LES DEUX MAISONS DOIVENT EXISTER ET ETRE EN ACTIVITE (UNE
      *    MAISON DEJA ABSORBEE N EST PLUS QU UN RENVOI)
       CONTROLER-MAISONS.
           MOVE W-PARM-ABSORBANT TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   DISPLAY 'CARTE PARAMETRE INVALIDE : SIREN ABSORBANT '
                       W-PARM-ABSORBANT ' INCONNU'
                   PERFORM FIN-TRAITEMENT
           END-READ
           IF NOT MA-EN-ACTIVITE
               DISPLAY 'CARTE PARAMETRE INVALIDE : SIREN ABSORBANT '
                   W-PARM-ABSORBANT ' DEJA ABSORBE PAR '
                   MA-SIREN-ABSORBANT
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-ABSORBE TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   DISPLAY 'CARTE PARAMETRE INVALIDE : SIREN ABSORBE '
                       W-PARM-ABSORBE ' INCONNU'
                   PERFORM FIN-TRAITEMENT
           END-READ
           IF NOT MA-EN-ACTIVITE
               DISPLAY 'CARTE PARAMETRE INVALIDE : SIREN ABSORBE '
                   W-PARM-ABSORBE ' DEJA ABSORBE PAR '
                   MA-SIREN-ABSORBANT
               PERFORM FIN-TRAITEMENT
           END-IF
           DISPLAY 'MAISON ABSORBEE    : ' MA-RAISON-SOC
           .

      * -------------------------------------------------------------- *
      *    VENTES ET CREANCES EN PERTE                                 *
      * -------------------------------------------------------------- *

       DEPLACER-VENTES.
           IF MODE-EXECUTER
               OPEN I-O VENTES-KSDS
               OPEN I-O IRRECOU-KSDS
           ELSE
               OPEN INPUT VENTES-KSDS
               OPEN INPUT IRRECOU-KSDS
           END-IF
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           IF F-IR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CREANCES EN PERTE'
               DISPLAY 'CODE ERREUR = ' F-IR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-FICHIER
               IF VE-SIREN = W-PARM-ABSORBE
                   PERFORM DEPLACER-LIGNE-VENTE
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           CLOSE VENTES-KSDS
           CLOSE IRRECOU-KSDS
           .

      *    LA LIGNE EST RECREEE SOUS LE SIREN ABSORBANT PUIS SUPPRIMEE
      *    SOUS L ANCIEN ; UNE LIGNE RECREEE PLUS LOIN DANS LA CLE
      *    PORTE LE NOUVEAU SIREN ET N EST PAS REPRISE PAR LE PARCOURS
       DEPLACER-LIGNE-VENTE.
           ADD 1 TO NB-VENTES
           MOVE E-VE-KEY TO W-CLE-AVANT
           IF MODE-SIMULER
               DISPLAY W-ACTION-LIB ' VENTE        ' W-CLE-AVANT
                   ' FACTURE ' VE-NUM-FACTURE
               PERFORM LISTER-PERTE
           ELSE
               MOVE E-VENTES TO W-IMAGE-AVANT
               IF VE-MVT-RETOUR
                       AND VE-RETOUR-CLE(7:5) = W-PARM-ABSORBE
                   PERFORM RATTACHER-RETOUR
               END-IF
               MOVE W-PARM-ABSORBANT TO VE-SIREN
               SET LIGNE-A-ECRIRE TO TRUE
               PERFORM UNTIL NOT LIGNE-A-ECRIRE
                   WRITE E-VENTES
                       INVALID KEY
                           IF VE-NUM-LIGNE < 99
                               ADD 1 TO VE-NUM-LIGNE
                           ELSE
                               SET LIGNE-IMPOSSIBLE TO TRUE
                           END-IF
                       NOT INVALID KEY
                           SET LIGNE-ECRITE TO TRUE
                   END-WRITE
               END-PERFORM
               IF LIGNE-ECRITE
                   MOVE E-VE-KEY TO W-CLE-APRES
                   MOVE 'VENTES'      TO W-HI-TYPE
                   MOVE W-CLE-AVANT   TO W-HI-CLE
                   MOVE 'S'           TO W-HI-ACTION
                   MOVE W-IMAGE-AVANT TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-APRES   TO W-HI-CLE
                   MOVE 'C'           TO W-HI-ACTION
                   MOVE E-VENTES      TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   IF W-CLE-APRES(20:2) NOT = W-CLE-AVANT(20:2)
                       PERFORM MEMORISER-RENUMEROTATION
                   END-IF
                   PERFORM DEPLACER-PERTE
                   MOVE W-CLE-AVANT TO E-VE-KEY
                   DELETE VENTES-KSDS RECORD
                       INVALID KEY
                           DISPLAY 'ECHEC SUPPRESSION VENTE '
                               W-CLE-AVANT
                   END-DELETE
                   DISPLAY W-ACTION-LIB ' VENTE        ' W-CLE-AVANT
                       ' -> ' W-CLE-APRES
               ELSE
                   ADD 1 TO NB-NON-DEPLACES
                   DISPLAY 'VENTE NON DEPLACEE (NUMEROS DE LIGNE '
                       'EPUISES) : ' W-CLE-AVANT
               END-IF
           END-IF
           .

      *    LE RETOUR SUIT SA VENTE D ORIGINE, RENUMEROTEE OU NON
       RATTACHER-RETOUR.
           SET IDX-TR TO 1
           SEARCH TR-ENTREE
               AT END
                   CONTINUE
               WHEN IDX-TR <= NB-RENUMEROTATION
                       AND TR-CLE-ANCIENNE (IDX-TR) = VE-RETOUR-CLE
                   MOVE TR-NUM-NOUVEAU (IDX-TR)
                       TO VE-RETOUR-CLE(20:2)
           END-SEARCH
           MOVE W-PARM-ABSORBANT TO VE-RETOUR-CLE(7:5)
           .

       MEMORISER-RENUMEROTATION.
           ADD 1 TO NB-VENTES-RENUMEROTEES
           IF NB-RENUMEROTATION < 1000
               ADD 1 TO NB-RENUMEROTATION
               SET IDX-TR TO NB-RENUMEROTATION
               MOVE W-CLE-AVANT TO TR-CLE-ANCIENNE (IDX-TR)
               MOVE W-CLE-APRES(20:2) TO TR-NUM-NOUVEAU (IDX-TR)
           ELSE
               DISPLAY 'TABLE DES RENUMEROTATIONS PLEINE, RETOURS DE '
                   W-CLE-AVANT ' A RATTACHER A ' W-CLE-APRES
           END-IF
           .

       LISTER-PERTE.
           MOVE W-CLE-AVANT TO IR-CLE
           READ IRRECOU-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NB-PERTES
                   DISPLAY W-ACTION-LIB ' PERTE        ' W-CLE-AVANT
           END-READ
           .

      *    LA CREANCE EN PERTE SUIT LA LIGNE DE VENTE (MEME CLE)
       DEPLACER-PERTE.
           MOVE W-CLE-AVANT TO IR-CLE
           READ IRRECOU-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NB-PERTES
                   MOVE 'IRRECOU'     TO W-HI-TYPE
                   MOVE W-CLE-AVANT   TO W-HI-CLE
                   MOVE 'S'           TO W-HI-ACTION
                   MOVE E-IRRECOU     TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-APRES   TO IR-CLE
                   WRITE E-IRRECOU
                       INVALID KEY
                           DISPLAY 'ECHEC CREATION PERTE ' W-CLE-APRES
                   END-WRITE
                   MOVE W-CLE-APRES   TO W-HI-CLE
                   MOVE 'C'           TO W-HI-ACTION
                   MOVE E-IRRECOU     TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-AVANT   TO IR-CLE
                   DELETE IRRECOU-KSDS RECORD
                       INVALID KEY
                           DISPLAY 'ECHEC SUPPRESSION PERTE '
                               W-CLE-AVANT
                   END-DELETE
                   DISPLAY W-ACTION-LIB ' PERTE        ' W-CLE-AVANT
           END-READ
           .

      * -------------------------------------------------------------- *
      *    PRECOMMANDES                                                *
      * -------------------------------------------------------------- *

       DEPLACER-PRECOMMANDES.
           IF MODE-EXECUTER
               OPEN I-O PRECOM-KSDS
           ELSE
               OPEN INPUT PRECOM-KSDS
           END-IF
           IF F-PC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PRECOMMANDES'
               DISPLAY 'CODE ERREUR = ' F-PC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-ENRG-PRECOM
           PERFORM UNTIL FIN-FICHIER
               IF PC-SIREN = W-PARM-ABSORBE
                   PERFORM DEPLACER-LIGNE-PRECOM
               END-IF
               PERFORM LECTURE-ENRG-PRECOM
           END-PERFORM
           CLOSE PRECOM-KSDS
           .

       DEPLACER-LIGNE-PRECOM.
           ADD 1 TO NB-PRECOMMANDES
           MOVE E-PC-KEY TO W-CLE-AVANT
           IF MODE-SIMULER
               DISPLAY W-ACTION-LIB ' PRECOMMANDE  ' W-CLE-AVANT
           ELSE
               MOVE E-PRECOM TO W-IMAGE-AVANT
               MOVE W-PARM-ABSORBANT TO PC-SIREN
               SET LIGNE-A-ECRIRE TO TRUE
               PERFORM UNTIL NOT LIGNE-A-ECRIRE
                   WRITE E-PRECOM
                       INVALID KEY
                           IF PC-NUM-LIGNE < 99
                               ADD 1 TO PC-NUM-LIGNE
                           ELSE
                               SET LIGNE-IMPOSSIBLE TO TRUE
                           END-IF
                       NOT INVALID KEY
                           SET LIGNE-ECRITE TO TRUE
                   END-WRITE
               END-PERFORM
               IF LIGNE-ECRITE
                   MOVE E-PC-KEY TO W-CLE-APRES
                   MOVE 'PRECOM'      TO W-HI-TYPE
                   MOVE W-CLE-AVANT   TO W-HI-CLE
                   MOVE 'S'           TO W-HI-ACTION
                   MOVE W-IMAGE-AVANT TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-APRES   TO W-HI-CLE
                   MOVE 'C'           TO W-HI-ACTION
                   MOVE E-PRECOM      TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-AVANT TO E-PC-KEY
                   DELETE PRECOM-KSDS RECORD
                       INVALID KEY
                           DISPLAY 'ECHEC SUPPRESSION PRECOMMANDE '
                               W-CLE-AVANT
                   END-DELETE
                   DISPLAY W-ACTION-LIB ' PRECOMMANDE  ' W-CLE-AVANT
                       ' -> ' W-CLE-APRES
               ELSE
                   ADD 1 TO NB-NON-DEPLACES
                   DISPLAY 'PRECOMMANDE NON DEPLACEE (NUMEROS DE '
                       'LIGNE EPUISES) : ' W-CLE-AVANT
               END-IF
           END-IF
           .

      * -------------------------------------------------------------- *
      *    COMMANDES DE STOCK                                          *
      * -------------------------------------------------------------- *

       DEPLACER-COMMANDES.
           IF MODE-EXECUTER
               OPEN I-O CDEDIST-KSDS
           ELSE
               OPEN INPUT CDEDIST-KSDS
           END-IF
           IF F-C2-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES'
               DISPLAY 'CODE ERREUR = ' F-C2-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM RECENSER-COMMANDES-ABSORBANT
           MOVE ZERO TO W-CDE-COURANTE
           MOVE W-PARM-ABSORBE TO CD2-SIREN
           MOVE ZERO TO CD2-NUM-CDE
           MOVE ZERO TO CD2-NUM-LIGNE
           PERFORM POSITIONNER-COMMANDES
           PERFORM UNTIL FIN-FICHIER
               IF CD2-SIREN NOT = W-PARM-ABSORBE
                   SET FIN-FICHIER TO TRUE
               ELSE
                   PERFORM DEPLACER-LIGNE-COMMANDE
                   PERFORM LECTURE-ENRG-CDEDIST
               END-IF
           END-PERFORM
           CLOSE CDEDIST-KSDS
           .

      *    NUMEROS DE COMMANDE DE L ABSORBANTE ET PLUS GRAND NUMERO
       RECENSER-COMMANDES-ABSORBANT.
           MOVE ZERO TO NB-COMMANDES-TABLE
           MOVE ZERO TO W-MAX-CDE
           MOVE W-PARM-ABSORBANT TO CD2-SIREN
           MOVE ZERO TO CD2-NUM-CDE
           MOVE ZERO TO CD2-NUM-LIGNE
           PERFORM POSITIONNER-COMMANDES
           PERFORM UNTIL FIN-FICHIER
               IF CD2-SIREN NOT = W-PARM-ABSORBANT
                   SET FIN-FICHIER TO TRUE
               ELSE
                   IF CD2-NUM-CDE NOT = W-MAX-CDE
                       MOVE CD2-NUM-CDE TO W-CDE-CIBLE
                       PERFORM MEMORISER-COMMANDE
                   END-IF
                   PERFORM LECTURE-ENRG-CDEDIST
               END-IF
           END-PERFORM
           .

       POSITIONNER-COMMANDES.
           SET NON-FIN-FICHIER TO TRUE
           START CDEDIST-KSDS KEY IS NOT LESS THAN CD2-CLE
               INVALID KEY
                   SET FIN-FICHIER TO TRUE
           END-START
           IF NON-FIN-FICHIER
               PERFORM LECTURE-ENRG-CDEDIST
           END-IF
           .

      *    LE NUMERO RETENU (CONSERVE OU ATTRIBUE) EST INSCRIT POUR
      *    QU AUCUNE COMMANDE DEPLACEE ENSUITE NE LE REPRENNE
       MEMORISER-COMMANDE.
           IF NB-COMMANDES-TABLE < 2000
               ADD 1 TO NB-COMMANDES-TABLE
               SET IDX-TC TO NB-COMMANDES-TABLE
               MOVE W-CDE-CIBLE TO TC-NUM-CDE (IDX-TC)
           END-IF
           IF W-CDE-CIBLE > W-MAX-CDE
               MOVE W-CDE-CIBLE TO W-MAX-CDE
           END-IF
           .

      *    LE NUMERO CIBLE EST DETERMINE A LA PREMIERE LIGNE DE CHAQUE
      *    COMMANDE ET VAUT POUR TOUTES SES LIGNES
       DEPLACER-LIGNE-COMMANDE.
           IF CD2-NUM-CDE NOT = W-CDE-COURANTE
               MOVE CD2-NUM-CDE TO W-CDE-COURANTE
               PERFORM CHOISIR-NUMERO-COMMANDE
           END-IF
           ADD 1 TO NB-COMMANDES
           MOVE E-CD2-KEY TO W-CLE-AVANT
           IF MODE-SIMULER
               DISPLAY W-ACTION-LIB ' COMMANDE     ' W-CLE-AVANT(1:13)
                   ' -> ' W-PARM-ABSORBANT W-CDE-CIBLE
                   W-CLE-AVANT(12:2)
           ELSE
               MOVE E-CDEDIST TO W-IMAGE-AVANT
               MOVE W-PARM-ABSORBANT TO CD2-SIREN
               MOVE W-CDE-CIBLE      TO CD2-NUM-CDE
               MOVE E-CD2-KEY TO W-CLE-APRES
               WRITE E-CDEDIST
                   INVALID KEY
                       SET LIGNE-IMPOSSIBLE TO TRUE
                   NOT INVALID KEY
                       SET LIGNE-ECRITE TO TRUE
               END-WRITE
               IF LIGNE-ECRITE
                   MOVE 'CDEDIST'     TO W-HI-TYPE
                   MOVE W-CLE-AVANT   TO W-HI-CLE
                   MOVE 'S'           TO W-HI-ACTION
                   MOVE W-IMAGE-AVANT TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-APRES   TO W-HI-CLE
                   MOVE 'C'           TO W-HI-ACTION
                   MOVE E-CDEDIST     TO W-HI-IMAGE
                   PERFORM JOURNALISER
                   MOVE W-CLE-AVANT(1:13) TO E-CD2-KEY
                   DELETE CDEDIST-KSDS RECORD
                       INVALID KEY
                           DISPLAY 'ECHEC SUPPRESSION COMMANDE '
                               W-CLE-AVANT(1:13)
                   END-DELETE
                   DISPLAY W-ACTION-LIB ' COMMANDE     '
                       W-CLE-AVANT(1:13) ' -> ' W-CLE-APRES(1:13)
               ELSE
                   ADD 1 TO NB-NON-DEPLACES
                   DISPLAY 'COMMANDE NON DEPLACEE (CLE PRISE) : '
                       W-CLE-AVANT(1:13) ' -> ' W-CLE-APRES(1:13)
               END-IF
           END-IF
           .

       CHOISIR-NUMERO-COMMANDE.
           SET CDE-NON-TROUVEE TO TRUE
           IF NB-COMMANDES-TABLE < 2000
               SET IDX-TC TO 1
               SEARCH TC-NUM-CDE
                   AT END
                       CONTINUE
                   WHEN IDX-TC <= NB-COMMANDES-TABLE
                           AND TC-NUM-CDE (IDX-TC) = W-CDE-COURANTE
                       SET CDE-TROUVEE TO TRUE
               END-SEARCH
           ELSE
               SET CDE-TROUVEE TO TRUE
           END-IF
           IF CDE-TROUVEE
               COMPUTE W-CDE-CIBLE = W-MAX-CDE + 1
               ADD 1 TO NB-COMMANDES-RENUM
           ELSE
               MOVE W-CDE-COURANTE TO W-CDE-CIBLE
           END-IF
           PERFORM MEMORISER-COMMANDE
           .

      * -------------------------------------------------------------- *
      *    ENCOURS                                                     *
      * -------------------------------------------------------------- *

      *    L ENCOURS DE L ABSORBEE S AJOUTE A CELUI DE L ABSORBANTE
      *    (COMPTE CREE AU BESOIN) ; LE COMPTE ABSORBE EST REMIS A ZERO
       TRANSFERER-ENCOURS.
           IF MODE-EXECUTER
               OPEN I-O COMPTDI-KSDS
           ELSE
               OPEN INPUT COMPTDI-KSDS
           END-IF
           IF F-CD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES'
               DISPLAY 'CODE ERREUR = ' F-CD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE ZERO TO W-SOLDE-TRANSFERE
           MOVE W-PARM-ABSORBE TO CD-SIREN
           READ COMPTDI-KSDS
               INVALID KEY
                   MOVE ZERO TO W-SOLDE-TRANSFERE
               NOT INVALID KEY
                   MOVE CD-SOLDE TO W-SOLDE-TRANSFERE
                   PERFORM SOLDER-COMPTE-ABSORBE
           END-READ
           IF W-SOLDE-TRANSFERE NOT = ZERO
               ADD 1 TO NB-COMPTES
               MOVE W-SOLDE-TRANSFERE TO W-SOLDE-EDIT
               DISPLAY W-ACTION-LIB ' ENCOURS      ' W-PARM-ABSORBE
                   ' -> ' W-PARM-ABSORBANT ' : ' W-SOLDE-EDIT
               IF MODE-EXECUTER
                   PERFORM CREDITER-COMPTE-ABSORBANT
               END-IF
           END-IF
           CLOSE COMPTDI-KSDS
           .

       SOLDER-COMPTE-ABSORBE.
           IF MODE-EXECUTER AND W-SOLDE-TRANSFERE NOT = ZERO
               MOVE 'COMPTDI'     TO W-HI-TYPE
               MOVE CD-SIREN      TO W-HI-CLE
               MOVE 'M'           TO W-HI-ACTION
               MOVE E-COMPTDI     TO W-HI-IMAGE
               PERFORM JOURNALISER
               MOVE ZERO          TO CD-SOLDE
               MOVE W-DATE-JOUR   TO CD-DATE-MAJ
               REWRITE E-COMPTDI
           END-IF
           .

       CREDITER-COMPTE-ABSORBANT.
           MOVE W-PARM-ABSORBANT TO CD-SIREN
           READ COMPTDI-KSDS
               INVALID KEY
                   MOVE SPACES TO E-COMPTDI
                   MOVE W-PARM-ABSORBANT  TO CD-SIREN
                   MOVE W-SOLDE-TRANSFERE TO CD-SOLDE
                   MOVE W-DATE-JOUR       TO CD-DATE-MAJ
                   WRITE E-COMPTDI
                   MOVE 'C'           TO W-HI-ACTION
               NOT INVALID KEY
                   MOVE 'M'           TO W-HI-ACTION
                   MOVE E-COMPTDI     TO W-HI-IMAGE
                   ADD W-SOLDE-TRANSFERE TO CD-SOLDE
                   MOVE W-DATE-JOUR   TO CD-DATE-MAJ
                   REWRITE E-COMPTDI
           END-READ
           IF W-HI-ACTION = 'C'
               MOVE E-COMPTDI     TO W-HI-IMAGE
           END-IF
           MOVE 'COMPTDI'     TO W-HI-TYPE
           MOVE CD-SIREN      TO W-HI-CLE
           PERFORM JOURNALISER
           .

      * -------------------------------------------------------------- *
      *    PROVISIONS DE REMISE DE VOLUME                              *
      * -------------------------------------------------------------- *

      *    POUR UNE PERIODE DEJA PROVISIONNEE CHEZ L ABSORBANTE, LES
      *    CUMULS ET LA REMISE S AJOUTENT (LE TAUX SERA REEVALUE PAR
      *    LE PROCHAIN PASSAGE DE REMIACCR SUR LES VENTES FUSIONNEES)
       DEPLACER-PROVISIONS-REMISE.
           IF MODE-EXECUTER
               OPEN I-O REMIAC-KSDS
           ELSE
               OPEN INPUT REMIAC-KSDS
           END-IF
           IF F-RA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PROVISIONS REMISE'
               DISPLAY 'CODE ERREUR = ' F-RA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE ZERO TO NB-REMIAC-TABLE
           MOVE W-PARM-ABSORBE TO RA-SIREN
           MOVE ZERO TO RA-PERIODE
           SET NON-FIN-FICHIER TO TRUE
           START REMIAC-KSDS KEY IS NOT LESS THAN RA-CLE
               INVALID KEY
                   SET FIN-FICHIER TO TRUE
           END-START
           IF NON-FIN-FICHIER
               PERFORM LECTURE-ENRG-REMIAC
           END-IF
           PERFORM UNTIL FIN-FICHIER
               IF RA-SIREN NOT = W-PARM-ABSORBE
                   SET FIN-FICHIER TO TRUE
               ELSE
                   IF NB-REMIAC-TABLE < 600
                       ADD 1 TO NB-REMIAC-TABLE
                       SET IDX-TA TO NB-REMIAC-TABLE
                       MOVE E-REMIAC TO TA-IMAGE (IDX-TA)
                   ELSE
                       DISPLAY 'TABLE DES PROVISIONS PLEINE, PERIODES '
                           'A PARTIR DE ' RA-PERIODE ' A REPRENDRE'
                       ADD 1 TO NB-NON-DEPLACES
                   END-IF
                   PERFORM LECTURE-ENRG-REMIAC
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-TA FROM 1 BY 1
                   UNTIL IDX-TA > NB-REMIAC-TABLE
               PERFORM REPORTER-PROVISION
           END-PERFORM
           CLOSE REMIAC-KSDS
           .

       REPORTER-PROVISION.
           ADD 1 TO NB-REMIAC
           MOVE TA-IMAGE (IDX-TA) TO E-REMIAC
           MOVE RA-PERIODE        TO W-RA-PERIODE
           MOVE RA-UNITES-YTD     TO W-RA-UNITES
           MOVE RA-CA-YTD         TO W-RA-CA
           MOVE RA-MONTANT-REMISE TO W-RA-REMISE
           MOVE W-PARM-ABSORBANT  TO RA-SIREN
           READ REMIAC-KSDS
               INVALID KEY
                   DISPLAY W-ACTION-LIB ' REMISE       '
                       W-PARM-ABSORBE ' ' W-RA-PERIODE ' (REPORTEE)'
                   IF MODE-EXECUTER
                       MOVE TA-IMAGE (IDX-TA) TO E-REMIAC
                       MOVE W-PARM-ABSORBANT  TO RA-SIREN
                       WRITE E-REMIAC
                       MOVE 'C'           TO W-HI-ACTION
                       MOVE E-REMIAC      TO W-HI-IMAGE
                   END-IF
               NOT INVALID KEY
                   DISPLAY W-ACTION-LIB ' REMISE       '
                       W-PARM-ABSORBE ' ' W-RA-PERIODE ' (CUMULEE)'
                   IF MODE-EXECUTER
                       MOVE 'M'           TO W-HI-ACTION
                       MOVE E-REMIAC      TO W-HI-IMAGE
                       ADD W-RA-UNITES    TO RA-UNITES-YTD
                       ADD W-RA-CA        TO RA-CA-YTD
                       ADD W-RA-REMISE    TO RA-MONTANT-REMISE
                       REWRITE E-REMIAC
                   END-IF
           END-READ
           IF MODE-EXECUTER
               MOVE 'REMIAC'      TO W-HI-TYPE
               MOVE RA-CLE        TO W-HI-CLE
               PERFORM JOURNALISER
               MOVE TA-IMAGE (IDX-TA) TO E-REMIAC
               MOVE RA-CLE        TO W-HI-CLE
               MOVE 'S'           TO W-HI-ACTION
               MOVE E-REMIAC      TO W-HI-IMAGE
               PERFORM JOURNALISER
               DELETE REMIAC-KSDS RECORD
                   INVALID KEY
                       DISPLAY 'ECHEC SUPPRESSION PROVISION '
                           W-PARM-ABSORBE ' ' W-RA-PERIODE
               END-DELETE
           END-IF
           .

      * -------------------------------------------------------------- *
      *    SUIVI DE RELANCE                                            *
      * -------------------------------------------------------------- *

      *    LES FACTURES DE L ABSORBEE SONT DESORMAIS RELANCEES CHEZ
      *    L ABSORBANTE : LE NIVEAU LE PLUS AVANCE DES DEUX EST RETENU
      *    POUR QUE RELANLET N ESCALADE PAS DEPUIS LE DEBUT
       TRANSFERER-RELANCE.
           IF MODE-EXECUTER
               OPEN I-O RELANCE-KSDS
           ELSE
               OPEN INPUT RELANCE-KSDS
           END-IF
           IF F-DN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RELANCES'
               DISPLAY 'CODE ERREUR = ' F-DN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-ABSORBE TO DN-SIREN
           READ RELANCE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NB-RELANCES
                   MOVE E-RELANCE        TO W-IMAGE-AVANT
                   MOVE DN-NIVEAU        TO W-DN-NIVEAU
                   MOVE DN-DATE-DERNIERE TO W-DN-DATE
                   DISPLAY W-ACTION-LIB ' RELANCE      '
                       W-PARM-ABSORBE ' NIVEAU ' W-DN-NIVEAU
                   IF MODE-EXECUTER
                       PERFORM REPORTER-RELANCE
                   END-IF
           END-READ
           CLOSE RELANCE-KSDS
           .

       REPORTER-RELANCE.
           MOVE 'RELANCE'     TO W-HI-TYPE
           MOVE W-PARM-ABSORBE TO W-HI-CLE
           MOVE 'S'           TO W-HI-ACTION
           MOVE W-IMAGE-AVANT TO W-HI-IMAGE
           PERFORM JOURNALISER
           DELETE RELANCE-KSDS RECORD
               INVALID KEY
                   DISPLAY 'ECHEC SUPPRESSION RELANCE ' W-PARM-ABSORBE
           END-DELETE
           MOVE W-PARM-ABSORBANT TO DN-SIREN
           MOVE W-PARM-ABSORBANT TO W-HI-CLE
           READ RELANCE-KSDS
               INVALID KEY
                   MOVE W-IMAGE-AVANT    TO E-RELANCE
                   MOVE W-PARM-ABSORBANT TO DN-SIREN
                   WRITE E-RELANCE
                   MOVE 'C'           TO W-HI-ACTION
                   MOVE E-RELANCE     TO W-HI-IMAGE
                   PERFORM JOURNALISER
               NOT INVALID KEY
                   IF W-DN-NIVEAU > DN-NIVEAU
                       MOVE 'M'           TO W-HI-ACTION
                       MOVE E-RELANCE     TO W-HI-IMAGE
                       PERFORM JOURNALISER
                       MOVE W-DN-NIVEAU   TO DN-NIVEAU
                       MOVE W-DN-DATE     TO DN-DATE-DERNIERE
                       REWRITE E-RELANCE
                   END-IF
           END-READ
           .

      * -------------------------------------------------------------- *
      *    ENREGISTREMENTS DONT LE SIREN N EST PAS DANS LA CLE         *
      * -------------------------------------------------------------- *

       DEPLACER-EXCEPTIONS.
           IF MODE-EXECUTER
               OPEN I-O ENCEXC-KSDS
           ELSE
               OPEN INPUT ENCEXC-KSDS
           END-IF
           IF F-EX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EXCEPTIONS'
               DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET NON-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
               READ ENCEXC-KSDS NEXT RECORD
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       IF EX-SIREN = W-PARM-ABSORBE
                           ADD 1 TO NB-EXCEPTIONS
                           DISPLAY W-ACTION-LIB ' EXCEPTION    '
                               EX-CLE OF E-ENCEXC ' ' EX-STATUT
                           IF MODE-EXECUTER
                               MOVE 'ENCEXC'      TO W-HI-TYPE
                               MOVE EX-CLE OF E-ENCEXC TO W-HI-CLE
                               MOVE 'M'           TO W-HI-ACTION
                               MOVE E-ENCEXC      TO W-HI-IMAGE
                               PERFORM JOURNALISER
                               MOVE W-PARM-ABSORBANT TO EX-SIREN
                               REWRITE E-ENCEXC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENCEXC-KSDS
           .

       DEPLACER-ECHEANCES.
           IF MODE-EXECUTER
               OPEN I-O ECHEANCE-KSDS
           ELSE
               OPEN INPUT ECHEANCE-KSDS
           END-IF
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET NON-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
               READ ECHEANCE-KSDS NEXT RECORD
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       IF EH-SIREN = W-PARM-ABSORBE
                           ADD 1 TO NB-ECHEANCES
                           IF MODE-EXECUTER
                               MOVE 'ECHEANCE'    TO W-HI-TYPE
                               MOVE EH-NUM-FACTURE TO W-HI-CLE
                               MOVE 'M'           TO W-HI-ACTION
                               MOVE E-ECHEANCE    TO W-HI-IMAGE
                               PERFORM JOURNALISER
                               MOVE W-PARM-ABSORBANT TO EH-SIREN
                               REWRITE E-ECHEANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ECHEANCE-KSDS
           DISPLAY W-ACTION-LIB ' ECHEANCES    : ' NB-ECHEANCES
           .

       DEPLACER-PENALITES.
           IF MODE-EXECUTER
               OPEN I-O PENALITE-KSDS
           ELSE
               OPEN INPUT PENALITE-KSDS
           END-IF
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PENALITES'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET NON-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
               READ PENALITE-KSDS NEXT RECORD
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       IF PE-SIREN = W-PARM-ABSORBE
                           ADD 1 TO NB-PENALITES
                           DISPLAY W-ACTION-LIB ' PENALITE     '
                               PE-NUM-FACTURE
                           IF MODE-EXECUTER
                               MOVE 'PENALITE'    TO W-HI-TYPE
                               MOVE PE-NUM-FACTURE TO W-HI-CLE
                               MOVE 'M'           TO W-HI-ACTION
                               MOVE E-PENALITE    TO W-HI-IMAGE
                               PERFORM JOURNALISER
                               MOVE W-PARM-ABSORBANT TO PE-SIREN
                               REWRITE E-PENALITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENALITE-KSDS
           .

      *    LES BUDGETS DE PARTICIPATION PUBLICITAIRE SUIVENT LA MAISON
      *    (LE RELIQUAT RESTE IMPUTABLE PAR L ABSORBANTE)
       DEPLACER-ACCORDS.
           IF MODE-EXECUTER
               OPEN I-O COOPACC-KSDS
           ELSE
               OPEN INPUT COOPACC-KSDS
           END-IF
           IF F-PP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ACCORDS PUBLICITAIRES'
               DISPLAY 'CODE ERREUR = ' F-PP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET NON-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
               READ COOPACC-KSDS NEXT RECORD
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       IF PP-SIREN = W-PARM-ABSORBE
                           ADD 1 TO NB-ACCORDS
                           DISPLAY W-ACTION-LIB ' ACCORD PUB   '
                               PP-NUM-ACCORD ' ' PP-LIBELLE
                           IF MODE-EXECUTER
                               MOVE 'COOPACC'     TO W-HI-TYPE
                               MOVE PP-NUM-ACCORD TO W-HI-CLE
                               MOVE 'M'           TO W-HI-ACTION
                               MOVE E-COOPACC     TO W-HI-IMAGE
                               PERFORM JOURNALISER
                               MOVE W-PARM-ABSORBANT TO PP-SIREN
                               REWRITE E-COOPACC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COOPACC-KSDS
           .

      * -------------------------------------------------------------- *
      *    RENVOI DE LA MAISON ABSORBEE                                *
      * -------------------------------------------------------------- *

      *    LES MAISONS DEJA ABSORBEES PAR L ABSORBEE RENVOIENT
      *    DESORMAIS DIRECTEMENT SUR L ABSORBANTE, PUIS L ABSORBEE
      *    DEVIENT ELLE-MEME UN RENVOI
       POSER-RENVOI.
           MOVE LOW-VALUES TO MA-SIREN
           SET NON-FIN-FICHIER TO TRUE
           START MAISONDI-KSDS KEY IS NOT LESS THAN MA-SIREN
               INVALID KEY
                   SET FIN-FICHIER TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHIER
               READ MAISONDI-KSDS NEXT RECORD
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       IF MA-SIREN-ABSORBANT = W-PARM-ABSORBE
                           PERFORM REPOINTER-RENVOI
                       END-IF
               END-READ
           END-PERFORM
           IF MODE-EXECUTER
               MOVE W-PARM-ABSORBE TO MA-SIREN
               READ MAISONDI-KSDS
                   INVALID KEY
                       DISPLAY 'ECHEC RELECTURE MAISON ' W-PARM-ABSORBE
                   NOT INVALID KEY
                       MOVE 'MAISONDI'    TO W-HI-TYPE
                       MOVE MA-SIREN      TO W-HI-CLE
                       MOVE 'M'           TO W-HI-ACTION
                       MOVE E-MAISON-DIST TO W-HI-IMAGE
                       PERFORM JOURNALISER
                       MOVE W-PARM-ABSORBANT TO MA-SIREN-ABSORBANT
                       REWRITE E-MAISON-DIST
               END-READ
           END-IF
           DISPLAY W-ACTION-LIB ' MAISON       ' W-PARM-ABSORBE
               ' RENVOIE SUR ' W-PARM-ABSORBANT
           .

       REPOINTER-RENVOI.
           ADD 1 TO NB-RENVOIS
           DISPLAY W-ACTION-LIB ' RENVOI       ' MA-SIREN
               ' -> ' W-PARM-ABSORBANT
           IF MODE-EXECUTER
               MOVE 'MAISONDI'    TO W-HI-TYPE
               MOVE MA-SIREN      TO W-HI-CLE
               MOVE 'M'           TO W-HI-ACTION
               MOVE E-MAISON-DIST TO W-HI-IMAGE
               PERFORM JOURNALISER
               MOVE W-PARM-ABSORBANT TO MA-SIREN-ABSORBANT
               REWRITE E-MAISON-DIST
           END-IF
           .

      *    IMAGE AVANT (OU IMAGE CREEE POUR UNE CREATION), MEME
      *    CONVENTION QUE LES SERVICES EN LIGNE ET GENRCODE
       JOURNALISER.
           MOVE SPACES           TO E-HISTO-F
           MOVE W-HI-TYPE        TO HI-TYPE-ENR
           MOVE W-HI-CLE         TO HI-CLE
           MOVE W-DATE-JOUR      TO HI-DATE-MODIF
           MOVE W-HEURE-JOUR     TO HI-HEURE-MODIF
           MOVE W-HI-ACTION      TO HI-ACTION
           MOVE W-HI-IMAGE       TO HI-IMAGE-AVANT
           MOVE SPACES           TO HI-TERM-ID
           MOVE W-PARM-OPERATEUR TO HI-OPER-ID
           MOVE 'DISTFUSN'       TO HI-PGM-NAME
           PERFORM SCELLER-HISTO
           WRITE E-HISTO-F
           ADD 1 TO NB-JOURNALISES
           .

      *    LA TETE DE CHAINE EST TENUE PENDANT TOUT LE PASSAGE -- CE
      *    BATCH S EXECUTE HORS OUVERTURE DU TEMPS REEL, AUCUNE AUTRE
      *    ECRITURE HISTOG1 NE PEUT S INTERCALER
       LIRE-TETE-CHAINE.
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE 'HISTOG1' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   SET TETE-ABSENTE TO TRUE
                   MOVE SPACES  TO E-RUNCTRL
                   MOVE 'HISTOG1' TO RC-JOB-NAME
                   MOVE ZERO    TO RC-CHAINE-NUM
                   MOVE W-HC-SCELLE-ORIGINE TO RC-CHAINE-SCELLE
               NOT INVALID KEY
                   SET TETE-LUE TO TRUE
           END-READ
           .

      *    RANG ET SCEAU DE LA LIGNE PREPAREE DANS E-HISTO-F, QUI
      *    DEVIENT LA NOUVELLE TETE DE CHAINE
       SCELLER-HISTO.
           ADD 1 TO RC-CHAINE-NUM
           MOVE RC-CHAINE-NUM       TO HI-NUM-CHAINE
           MOVE RC-CHAINE-SCELLE    TO W-HC-PRECEDENT
           MOVE E-HISTO-F (1:169)   TO W-HC-CONTENU
           PERFORM SCELLER-LIGNE
           MOVE W-HC-SCELLE         TO HI-SCELLE
           MOVE W-HC-SCELLE         TO RC-CHAINE-SCELLE
           .

       ENREGISTRER-TETE-CHAINE.
           MOVE W-DATE-JOUR  TO RC-DATE-EXEC
           MOVE W-HEURE-JOUR TO RC-HEURE-EXEC
           SET RC-STATUT-OK  TO TRUE
           IF TETE-LUE
               REWRITE E-RUNCTRL
           ELSE
               WRITE E-RUNCTRL
           END-IF
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR MISE A JOUR TETE DE CHAINE HISTOG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           END-IF
           CLOSE RUNCTRL-KSDS
           .

      *    CALCUL DU SCEAU CHAINE (CF HISTCHN.cpy -- PARAGRAPHE REPRIS
      *    A L IDENTIQUE DANS PGMG1VHC, GENRCODE, CODECNV ET HISTVERI)
       SCELLER-LIGNE.
           MOVE W-HC-PREC-1 TO W-HC-CUMUL-1
           MOVE W-HC-PREC-2 TO W-HC-CUMUL-2
           PERFORM VARYING W-HC-I FROM 1 BY 1
                   UNTIL W-HC-I > W-HC-LONGUEUR
               COMPUTE W-HC-CUMUL-1 = W-HC-CUMUL-1 * 33
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1)) * W-HC-I
               COMPUTE W-HC-CUMUL-2 = W-HC-CUMUL-2 * 131
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1))
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE MAISONDI-KSDS
           CLOSE VENTES-KSDS
           CLOSE IRRECOU-KSDS
           CLOSE PRECOM-KSDS
           CLOSE CDEDIST-KSDS
           CLOSE COMPTDI-KSDS
           CLOSE REMIAC-KSDS
           CLOSE RELANCE-KSDS
           CLOSE ENCEXC-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE PENALITE-KSDS
           CLOSE COOPACC-KSDS
           CLOSE HISTO-FILE
           IF NOT TETE-NON-LUE
               PERFORM ENREGISTRER-TETE-CHAINE
           END-IF
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'DISTFUSN - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'MODE DE TRAITEMENT        : ' W-PARM-MODE
           DISPLAY 'LIGNES DE VENTE           : ' NB-VENTES
           DISPLAY 'DONT RENUMEROTEES         : '
               NB-VENTES-RENUMEROTEES
           DISPLAY 'CREANCES EN PERTE         : ' NB-PERTES
           DISPLAY 'PRECOMMANDES              : ' NB-PRECOMMANDES
           DISPLAY 'LIGNES DE COMMANDE        : ' NB-COMMANDES
           DISPLAY 'COMMANDES RENUMEROTEES    : ' NB-COMMANDES-RENUM
           DISPLAY 'ENCOURS TRANSFERES        : ' NB-COMPTES
           DISPLAY 'PROVISIONS DE REMISE      : ' NB-REMIAC
           DISPLAY 'SUIVIS DE RELANCE         : ' NB-RELANCES
           DISPLAY 'EXCEPTIONS ENCAISSEMENT   : ' NB-EXCEPTIONS
           DISPLAY 'ECHEANCES                 : ' NB-ECHEANCES
           DISPLAY 'FACTURES DE PENALITES     : ' NB-PENALITES
           DISPLAY 'ACCORDS PUBLICITAIRES     : ' NB-ACCORDS
           DISPLAY 'RENVOIS REPOINTES         : ' NB-RENVOIS
           DISPLAY 'NON DEPLACES              : ' NB-NON-DEPLACES
           DISPLAY 'LIGNES HISTOG1            : ' NB-JOURNALISES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   SET NON-FIN-FICHIER TO TRUE
           END-READ
           .

       LECTURE-ENRG-PRECOM.
           READ PRECOM-KSDS NEXT RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   SET NON-FIN-FICHIER TO TRUE
           END-READ
           .

       LECTURE-ENRG-CDEDIST.
           READ CDEDIST-KSDS NEXT RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   SET NON-FIN-FICHIER TO TRUE
           END-READ
           .

       LECTURE-ENRG-REMIAC.
           READ REMIAC-KSDS NEXT RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   SET NON-FIN-FICHIER TO TRUE
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'DISTFUSN' TO W-VR-JOB
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

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-XC-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-XC-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'DISTFUSN' TO EX-BATCH
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
