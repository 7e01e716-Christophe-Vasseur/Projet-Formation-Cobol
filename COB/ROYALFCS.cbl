      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE PREVISION DES DROITS D AUTEUR A VERSER PAR      *
      *       AYANT DROIT ET PAR PERIODE                               *
      *                                                                *
      *       PART DE L EXTRAIT DES PREVISIONS DE VENTES DE VENTFCST   *
      *       (DDVFCSTX, UNE LIGNE PAR ALBUM ET DISTRIBUTEUR) ET LUI   *
      *       APPLIQUE LES CONTRATS ACTIFS DE L ALBUM COMME LE FAIT    *
      *       ROYALRPT : TAUX DU CONTRAT, PALIERS DE TAUX (CTRPALG1)   *
      *       A PARTIR DES UNITES DEJA VENDUES, PUIS RESERVE SUR       *
      *       RETOURS. LA PREVISION MENSUELLE EST PROJETEE SUR LES     *
      *       TROIS MOIS A VENIR A COMPTER DU MOIS EN COURS ; LES      *
      *       RESERVES DEJA RETENUES (RESERVG1) DONT LA LIBERATION     *
      *       TOMBE DANS CET HORIZON S Y AJOUTENT.                     *
      *                                                                *
      *       EDITE LA PREVISION PAR AYANT DROIT ET PAR PERIODE, LES   *
      *       TOTAUX PAR LABEL, ET ECRIT L EXTRAIT DDROYFCX (CF        *
      *       ROYALFCX.cpy) REPRIS PAR TRESPREV COTE DECAISSEMENTS     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYALFCS.
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

      *    PREVISIONS DE VENTES PAR ALBUM ET DISTRIBUTEUR (VENTFCST)
           SELECT VENTFCX-FILE
               ASSIGN TO DDVFCSTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-FX-STATUS
               .

      *    CONTRATS DE L ALBUM, PARCOURUS PAR PREFIXE CODEA
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

      *    VENTES DEJA REALISEES, PARCOURUES PAR PREFIXE CODEA +
      *    SIREN COMME DANS ROYALRPT -- POSITIONNENT LE CUMUL DE
      *    DEPART DES PALIERS DE TAUX
           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

           SELECT CTRPALIER-KSDS
               ASSIGN TO DDCTRPAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PX-CLE
               FILE STATUS F-PX-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT LABEL-KSDS
               ASSIGN TO DDLABEL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LB-CODE
               FILE STATUS F-LB-STATUS
               .

      *    RESERVES SUR RETOURS DEJA RETENUES, LUES EN SEQUENCE
           SELECT RESERVE-KSDS
               ASSIGN TO DDRESERV
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RV-CLE
               FILE STATUS F-RV-STATUS
               .

           SELECT ROYALLDG-KSDS
               ASSIGN TO DDROYLDG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS F-RL-STATUS
               .

      *    EXTRAIT DE PREVISION DES DROITS, POUR TRESPREV
           SELECT ROYALFCX-FILE
               ASSIGN TO DDROYFCX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RF-STATUS
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

       FD VENTFCX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-VENTFCX
           .

       COPY VENTFCX.

      *    F-CONTRAT PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 E-CO-TERRITOIRE      PIC X(03).
           05 E-CO-TAUX-RESERVE    PIC 9(02)V9(02).
      *    SEULS LES CONTRATS ACTIFS (OU SANS STATUT, ANTERIEURS AU
      *    CYCLE DE VIE) GENERENT DES DROITS, COMME DANS ROYALRPT
           05 E-CO-STATUT          PIC X(01).
               88 E-CO-ACTIF           VALUE 'A' ' '.
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 E-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

      *    F-VENTES PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
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
           05 FILLER               PIC X(53).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD CTRPALIER-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRPALIER
           .

       COPY CTRPALIE.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD LABEL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LABEL
           .

       COPY LABEL.

       FD RESERVE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RESERVE
           .

       COPY RESERVE.

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

       COPY ROYALLDG.

       FD ROYALFCX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ROYALFCX
           .

       COPY ROYALFCX.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-FX-STATUS             PIC X(02) VALUE '00'.
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-PX-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-LB-STATUS             PIC X(02) VALUE '00'.
       77 F-RV-STATUS             PIC X(02) VALUE '00'.
       77 F-RL-STATUS             PIC X(02) VALUE '00'.
       77 F-RF-STATUS             PIC X(02) VALUE '00'.

      *    DATE DU JOUR ET LES TROIS MOIS DE L HORIZON (AAAAMM), DU
      *    MOIS EN COURS (1) AU PLUS LOINTAIN (3)
       77 W-DATE-JOUR             PIC 9(08).
       01 W-PERIODES-HORIZON.
           05 W-PERIODE OCCURS 3 TIMES PIC 9(06).
       01 W-PERIODE-TRAVAIL.
           05 W-PT-ANNEE              PIC 9(04).
           05 W-PT-MOIS               PIC 9(02).
       77 P                       PIC 9(01).
       77 I                       PIC 9(04).

      *    PREFIXE DE PARCOURS DES VENTES DE L ALBUM CHEZ LE
      *    DISTRIBUTEUR EN COURS
       01 W-VE-PREFIXE.
           05 W-VE-PFX-CODEA          PIC X(06).
           05 W-VE-PFX-SIREN          PIC X(05).
       77 W-UNITES-AVANT          PIC 9(09) VALUE ZERO.
       77 W-LABEL-ALBUM           PIC X(03).

      *    PALIERS DE TAUX DU CONTRAT EN COURS (CF ROYALRPT POUR LE
      *    MEME PRINCIPE) -- LE CUMUL DE DEPART AVANCE DE LA QUANTITE
      *    PREVUE A CHAQUE MOIS DE L HORIZON
       01 TABLE-PALIERS.
           05 TX-ENTREE OCCURS 10 TIMES INDEXED BY IDX-TX.
               10 TX-SEUIL            PIC 9(09).
               10 TX-TAUX             PIC 9(03)V9(02).
       77 NB-PALIERS-CTR          PIC 9(02) VALUE ZERO.
       77 W-CUMUL-DEBUT           PIC 9(09) VALUE ZERO.
       77 W-CUMUL-FIN             PIC 9(09) VALUE ZERO.
       77 W-BORNE-BASSE           PIC 9(09) VALUE ZERO.
       77 W-BORNE-HAUTE           PIC 9(09) VALUE ZERO.
       77 W-TRANCHE-UNITES        PIC S9(09) VALUE ZERO.
       77 W-PRIX-MOYEN            PIC 9(07)V9(04) VALUE ZERO.
       77 W-ECART-POINTS          PIC S9(03)V9(02) VALUE ZERO.
       77 W-MONTANT-SIGNE         PIC S9(09)V9(02) VALUE ZERO.
       01 FIN-PALIERS-IND         PIC 9.
           88 FIN-PALIERS             VALUE 1.
           88 NON-FIN-PALIERS         VALUE 2.

      * DROITS PREVUS DU CONTRAT EN COURS POUR LE MOIS EN COURS
       77 W-MONTANT-DU            PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-RESERVE       PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-PAYABLE       PIC 9(09)V9(02) VALUE ZERO.

      *    PREVISION PAR AYANT DROIT ET PAR MOIS DE L HORIZON,
      *    ALIMENTEE PAR RECHERCHE-OU-CREATION (CF VENTFCST)
       01 TABLE-AYANTS-DROIT.
           05 TP-ENTREE OCCURS 1000 TIMES INDEXED BY IDX-TP.
               10 TP-CODEP            PIC X(06).
               10 TP-MONTANT OCCURS 3 TIMES PIC 9(11)V9(02).
       77 NB-AYANTS-DROIT         PIC 9(04) VALUE ZERO.
       01 AYANT-DROIT-TROUVE-IND  PIC 9.
           88 AYANT-DROIT-TROUVE      VALUE 1.
           88 AYANT-DROIT-NON-TROUVE  VALUE 2.

      *    TOTAUX PAR LABEL ET PAR MOIS (UN ALBUM SANS LABEL COMPTE
      *    SOUS LE CODE A BLANC, COMME DANS TOPALBUM)
       01 TABLE-LABELS.
           05 TL-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TL.
               10 TL-CODE             PIC X(03).
               10 TL-MONTANT OCCURS 3 TIMES PIC 9(11)V9(02).
       77 NB-LABELS               PIC 9(02) VALUE ZERO.
       01 LABEL-TROUVE-IND        PIC 9.
           88 LABEL-TROUVE            VALUE 1.
           88 LABEL-NON-TROUVE        VALUE 2.

      * TOTAUX GENERAUX PAR MOIS
       01 TABLE-TOTAUX.
           05 TT-MONTANT OCCURS 3 TIMES PIC 9(11)V9(02).
       77 W-TOTAL-LIGNE           PIC 9(11)V9(02) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-PREVISIONS-LUES      PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-APPLIQUES   PIC 9(07) VALUE ZERO.
       77 NB-PREVISIONS-SANS-CTR  PIC 9(07) VALUE ZERO.
       77 NB-RESERVES-LIBEREES    PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXTRAIT       PIC 9(07) VALUE ZERO.
       77 W-NB-CONTRATS-ALBUM     PIC 9(04) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-FX-IND              PIC 9.
           88 FIN-FX                  VALUE 1.
           88 NON-FIN-FX              VALUE 2.
       01 FIN-CONTRATS-IND        PIC 9.
           88 FIN-CONTRATS            VALUE 1.
           88 NON-FIN-CONTRATS        VALUE 2.
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-RESERVES-IND        PIC 9.
           88 FIN-RESERVES            VALUE 1.
           88 NON-FIN-RESERVES        VALUE 2.

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
           SET FIN-FX       TO TRUE
           SET FIN-RESERVES TO TRUE
           INITIALIZE TABLE-TOTAUX
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CALCULER-HORIZON
           OPEN INPUT VENTFCX-FILE
           IF F-FX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DES PREVISIONS'
               DISPLAY 'CODE ERREUR = ' F-FX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRPALIER-KSDS
           IF F-PX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PALIERS DE TAUX'
               DISPLAY 'CODE ERREUR = ' F-PX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT LABEL-KSDS
           IF F-LB-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LABEL'
               DISPLAY 'CODE ERREUR = ' F-LB-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT RESERVE-KSDS
           IF F-RV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RESERVES'
               DISPLAY 'CODE ERREUR = ' F-RV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALLDG-KSDS
           IF F-RL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE GRAND LIVRE DES DROITS'
               DISPLAY 'CODE ERREUR = ' F-RL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT ROYALFCX-FILE
           IF F-RF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT PREVISION DROITS'
               DISPLAY 'CODE ERREUR = ' F-RF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALFCS - PREVISION DES DROITS D AUTEUR A'
           DISPLAY '           VERSER PAR AYANT DROIT'
           DISPLAY 'MOIS PREVUS : ' W-PERIODE (1) ' ' W-PERIODE (2)
               ' ' W-PERIODE (3)
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-FX
           PERFORM UNTIL FIN-FX
               ADD 1 TO NB-PREVISIONS-LUES
               PERFORM TRAITER-PREVISION
               PERFORM LECTURE-ENRG-FX
           END-PERFORM

           PERFORM RELEVER-RESERVES-A-LIBERER
           PERFORM EDITER-PREVISIONS-AYANTS
           PERFORM EDITER-TOTAUX-LABELS

           PERFORM FIN-TRAITEMENT
           .

      *    LES TROIS MOIS DE L HORIZON A COMPTER DU MOIS EN COURS --
      *    AVANCE MOIS PAR MOIS AVEC BASCULE D ANNEE EN DECEMBRE
      *    (INVERSE DU RECUL DE VENTFCST)
       CALCULER-HORIZON.
           MOVE W-DATE-JOUR (1:6) TO W-PERIODE-TRAVAIL
           MOVE W-PERIODE-TRAVAIL TO W-PERIODE (1)
           PERFORM VARYING P FROM 2 BY 1 UNTIL P > 3
               IF W-PT-MOIS = 12
                   ADD 1 TO W-PT-ANNEE
                   MOVE 01 TO W-PT-MOIS
               ELSE
                   ADD 1 TO W-PT-MOIS
               END-IF
               MOVE W-PERIODE-TRAVAIL TO W-PERIODE (P)
           END-PERFORM
           .

      *    UNE PREVISION ALBUM/DISTRIBUTEUR : LABEL DE L ALBUM, UNITES
      *    DEJA VENDUES, PUIS CHAQUE CONTRAT ACTIF DE L ALBUM CHEZ CE
      *    DISTRIBUTEUR
       TRAITER-PREVISION.
           IF FX-PERIODE NOT = W-PERIODE (1)
               DISPLAY 'PREVISION ' FX-CODEA '/' FX-SIREN
                   ' CALCULEE POUR ' FX-PERIODE
                   ', APPLIQUEE A ' W-PERIODE (1)
           END-IF
           MOVE FX-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE SPACES TO W-LABEL-ALBUM
               NOT INVALID KEY
                   MOVE AL-CODE-LABEL TO W-LABEL-ALBUM
           END-READ
           PERFORM COMPTER-UNITES-VENDUES
           MOVE ZERO TO W-NB-CONTRATS-ALBUM
           MOVE SPACES   TO E-CONTRAT
           MOVE FX-CODEA TO E-CO-CODEA
           SET NON-FIN-CONTRATS TO TRUE
           START CONTRAT-KSDS KEY IS NOT LESS THAN E-CO-KEY
               INVALID KEY
                   SET FIN-CONTRATS TO TRUE
           END-START
           PERFORM UNTIL FIN-CONTRATS
               READ CONTRAT-KSDS NEXT RECORD
                   AT END
                       SET FIN-CONTRATS TO TRUE
                   NOT AT END
                       IF E-CO-CODEA NOT = FX-CODEA
                           SET FIN-CONTRATS TO TRUE
                       ELSE
                           IF E-CO-SIREN = FX-SIREN AND E-CO-ACTIF
                               PERFORM PREVOIR-DROITS-CONTRAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF W-NB-CONTRATS-ALBUM = ZERO
               ADD 1 TO NB-PREVISIONS-SANS-CTR
           END-IF
           .

      *    UNITES DEJA VENDUES (HORS RETOURS) DE L ALBUM CHEZ LE
      *    DISTRIBUTEUR, TOUTES PERIODES CONFONDUES
       COMPTER-UNITES-VENDUES.
           MOVE ZERO     TO W-UNITES-AVANT
           MOVE FX-CODEA TO W-VE-PFX-CODEA
           MOVE FX-SIREN TO W-VE-PFX-SIREN
           MOVE LOW-VALUES   TO E-VENTES
           MOVE W-VE-PREFIXE TO E-VE-KEY (1:11)
           SET NON-FIN-VENTES TO TRUE
           START VENTES-KSDS KEY IS NOT LESS THAN E-VE-KEY
               INVALID KEY
                   SET FIN-VENTES TO TRUE
           END-START
           PERFORM UNTIL FIN-VENTES
               READ VENTES-KSDS NEXT RECORD
                   AT END
                       SET FIN-VENTES TO TRUE
                   NOT AT END
                       IF VE-CODEA = W-VE-PFX-CODEA AND
                          VE-SIREN = W-VE-PFX-SIREN
                           IF NOT VE-MVT-RETOUR
                               ADD VE-QTE TO W-UNITES-AVANT
                           END-IF
                       ELSE
                           SET FIN-VENTES TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    DROITS DU CONTRAT SUR CHACUN DES TROIS MOIS DE L HORIZON,
      *    POUR LA QUANTITE ET LE CA MENSUELS PREVUS
       PREVOIR-DROITS-CONTRAT.
           ADD 1 TO W-NB-CONTRATS-ALBUM
           ADD 1 TO NB-CONTRATS-APPLIQUES
           PERFORM CHARGER-PALIERS-CONTRAT
           PERFORM RECHERCHER-OU-CREER-AYANT
           PERFORM RECHERCHER-OU-CREER-LABEL
           MOVE W-UNITES-AVANT TO W-CUMUL-DEBUT
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               COMPUTE W-MONTANT-DU ROUNDED =
                   FX-CA-PREVU * E-CO-DROITS / 100
               COMPUTE W-CUMUL-FIN = W-CUMUL-DEBUT + FX-QTE-PREVUE
               IF NB-PALIERS-CTR > ZERO
                   PERFORM CALCULER-MONTANT-PALIERS
               END-IF
               MOVE ZERO TO W-MONTANT-RESERVE
               IF E-CO-TAUX-RESERVE > ZERO AND W-MONTANT-DU > ZERO
                   COMPUTE W-MONTANT-RESERVE ROUNDED =
                       W-MONTANT-DU * E-CO-TAUX-RESERVE / 100
               END-IF
               COMPUTE W-MONTANT-PAYABLE =
                   W-MONTANT-DU - W-MONTANT-RESERVE
               PERFORM ECRIRE-LIGNE-PREVISION
               MOVE W-CUMUL-FIN TO W-CUMUL-DEBUT
           END-PERFORM
           .

      *    PALIERS DE TAUX DU CONTRAT EN COURS, RELEVES PAR PREFIXE
      *    DE CLE SUR CTRPALG1 (EN ORDRE DE NUMERO DE PALIER)
       CHARGER-PALIERS-CONTRAT.
           MOVE ZERO TO NB-PALIERS-CTR
           MOVE SPACES     TO E-CTRPALIER
           MOVE E-CO-CODEA TO PX-CODEA
           MOVE E-CO-CODEP TO PX-CODEP
           MOVE E-CO-SIREN TO PX-SIREN
           MOVE ZERO       TO PX-NUM-PALIER
           SET NON-FIN-PALIERS TO TRUE
           START CTRPALIER-KSDS KEY IS NOT LESS THAN PX-CLE
               INVALID KEY
                   SET FIN-PALIERS TO TRUE
           END-START
           PERFORM RELEVER-PALIER UNTIL FIN-PALIERS
           .

       RELEVER-PALIER.
           READ CTRPALIER-KSDS NEXT RECORD
               AT END
                   SET FIN-PALIERS TO TRUE
               NOT AT END
                   IF PX-CODEA = E-CO-CODEA
                           AND PX-CODEP = E-CO-CODEP
                           AND PX-SIREN = E-CO-SIREN
                           AND NB-PALIERS-CTR < 10
                       ADD 1 TO NB-PALIERS-CTR
                       MOVE PX-SEUIL-UNITES
                           TO TX-SEUIL (NB-PALIERS-CTR)
                       MOVE PX-TAUX TO TX-TAUX (NB-PALIERS-CTR)
                   ELSE
                       SET FIN-PALIERS TO TRUE
                   END-IF
           END-READ
           .

      *    TAUX PROGRESSIFS -- MEME CALCUL QUE ROYALRPT : CHAQUE
      *    PALIER AJOUTE SON ECART DE POINTS SUR E-CO-DROITS A LA
      *    TRANCHE D UNITES DU MOIS QUI LE TRAVERSE, AU PRIX MOYEN
      *    PREVU
       CALCULER-MONTANT-PALIERS.
           MOVE W-MONTANT-DU TO W-MONTANT-SIGNE
           IF FX-QTE-PREVUE > ZERO
               COMPUTE W-PRIX-MOYEN ROUNDED =
                   FX-CA-PREVU / FX-QTE-PREVUE
               PERFORM VARYING IDX-TX FROM 1 BY 1
                       UNTIL IDX-TX > NB-PALIERS-CTR
                   MOVE TX-SEUIL (IDX-TX) TO W-BORNE-BASSE
                   IF IDX-TX < NB-PALIERS-CTR
                       MOVE TX-SEUIL (IDX-TX + 1) TO W-BORNE-HAUTE
                   ELSE
                       MOVE 999999999 TO W-BORNE-HAUTE
                   END-IF
                   PERFORM MESURER-TRANCHE
                   IF W-TRANCHE-UNITES > ZERO
                       COMPUTE W-ECART-POINTS =
                           TX-TAUX (IDX-TX) - E-CO-DROITS
                       COMPUTE W-MONTANT-SIGNE ROUNDED =
                           W-MONTANT-SIGNE +
                           (W-TRANCHE-UNITES * W-PRIX-MOYEN
                               * W-ECART-POINTS / 100)
                   END-IF
               END-PERFORM
           END-IF
           IF W-MONTANT-SIGNE < ZERO
               MOVE ZERO TO W-MONTANT-DU
           ELSE
               MOVE W-MONTANT-SIGNE TO W-MONTANT-DU
           END-IF
           .

       MESURER-TRANCHE.
           IF W-CUMUL-DEBUT > W-BORNE-BASSE
               MOVE W-CUMUL-DEBUT TO W-BORNE-BASSE
           END-IF
           IF W-CUMUL-FIN < W-BORNE-HAUTE
               MOVE W-CUMUL-FIN TO W-BORNE-HAUTE
           END-IF
           COMPUTE W-TRANCHE-UNITES =
               W-BORNE-HAUTE - W-BORNE-BASSE
           .

       ECRIRE-LIGNE-PREVISION.
           MOVE SPACES            TO E-ROYALFCX
           MOVE E-CO-CODEP        TO RF-CODEP
           MOVE W-PERIODE (P)     TO RF-PERIODE
           MOVE E-CO-CODEA        TO RF-CODEA
           MOVE E-CO-SIREN        TO RF-SIREN
           MOVE W-LABEL-ALBUM     TO RF-CODE-LABEL
           SET RF-PREVISION       TO TRUE
           MOVE FX-QTE-PREVUE     TO RF-QTE-PREVUE
           MOVE W-MONTANT-DU      TO RF-MONTANT-DU
           MOVE W-MONTANT-RESERVE TO RF-RESERVE
           MOVE ZERO              TO RF-MONTANT-LIBERE
           MOVE W-MONTANT-PAYABLE TO RF-MONTANT-PAYABLE
           WRITE E-ROYALFCX
           ADD 1 TO NB-LIGNES-EXTRAIT
           ADD W-MONTANT-PAYABLE TO TP-MONTANT (IDX-TP, P)
           ADD W-MONTANT-PAYABLE TO TL-MONTANT (IDX-TL, P)
           ADD W-MONTANT-PAYABLE TO TT-MONTANT (P)
           .

       RECHERCHER-OU-CREER-AYANT.
           SET AYANT-DROIT-NON-TROUVE TO TRUE
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-AYANTS-DROIT
                   OR AYANT-DROIT-TROUVE
               IF TP-CODEP (IDX-TP) = E-CO-CODEP
                   SET AYANT-DROIT-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF AYANT-DROIT-TROUVE
               SET IDX-TP DOWN BY 1
           ELSE
               IF NB-AYANTS-DROIT < 1000
                   ADD 1 TO NB-AYANTS-DROIT
               ELSE
                   DISPLAY 'TABLE AYANTS DROIT PLEINE, ' E-CO-CODEP
                       ' CUMULE SUR LA DERNIERE ENTREE'
               END-IF
               SET IDX-TP TO NB-AYANTS-DROIT
               MOVE E-CO-CODEP TO TP-CODEP (IDX-TP)
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   MOVE ZERO TO TP-MONTANT (IDX-TP, P)
               END-PERFORM
           END-IF
           .

       RECHERCHER-OU-CREER-LABEL.
           SET LABEL-NON-TROUVE TO TRUE
           PERFORM VARYING IDX-TL FROM 1 BY 1
                   UNTIL IDX-TL > NB-LABELS
                   OR LABEL-TROUVE
               IF TL-CODE (IDX-TL) = W-LABEL-ALBUM
                   SET LABEL-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF LABEL-TROUVE
               SET IDX-TL DOWN BY 1
           ELSE
               IF NB-LABELS < 50
                   ADD 1 TO NB-LABELS
               ELSE
                   DISPLAY 'TABLE LABELS PLEINE, ' W-LABEL-ALBUM
                       ' CUMULE SUR LA DERNIERE ENTREE'
               END-IF
               SET IDX-TL TO NB-LABELS
               MOVE W-LABEL-ALBUM TO TL-CODE (IDX-TL)
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   MOVE ZERO TO TL-MONTANT (IDX-TL, P)
               END-PERFORM
           END-IF
           .

      *    RESERVES RETENUES DONT LA LIBERATION TOMBE DANS L HORIZON :
      *    ROYALRPT LES REVERSERA SUR L EXTRAIT PAYABLE DE CE MOIS. UNE
      *    RESERVE DONT LA PERIODE D ORIGINE EST ENCORE EN ATTENTE DE
      *    PAIEMENT AU GRAND LIVRE EST DEJA COMPTEE EN PLEIN PAR
      *    TRESPREV (LE GRAND LIVRE PORTE L ACCRU SANS RESERVE) ET
      *    N EST PAS REPRISE
       RELEVER-RESERVES-A-LIBERER.
           PERFORM LECTURE-ENRG-RESERVE
           PERFORM UNTIL FIN-RESERVES
               IF RV-RETENUE
                       AND RV-PERIODE-LIBERATION >= W-PERIODE (1)
                       AND RV-PERIODE-LIBERATION <= W-PERIODE (3)
                   MOVE RV-CLE TO RL-KEY
                   READ ROYALLDG-KSDS
                       INVALID KEY
                           PERFORM ECRIRE-LIGNE-LIBERATION
                       NOT INVALID KEY
                           IF NOT RL-EN-ATTENTE
                               PERFORM ECRIRE-LIGNE-LIBERATION
                           END-IF
                   END-READ
               END-IF
               PERFORM LECTURE-ENRG-RESERVE
           END-PERFORM
           .

       ECRIRE-LIGNE-LIBERATION.
           MOVE RV-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE SPACES TO W-LABEL-ALBUM
               NOT INVALID KEY
                   MOVE AL-CODE-LABEL TO W-LABEL-ALBUM
           END-READ
           MOVE RV-CODEP TO E-CO-CODEP
           PERFORM RECHERCHER-OU-CREER-AYANT
           PERFORM RECHERCHER-OU-CREER-LABEL
           MOVE RV-PERIODE-LIBERATION TO W-PERIODE-TRAVAIL
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 3 OR W-PERIODE (P) = W-PERIODE-TRAVAIL
               CONTINUE
           END-PERFORM
           MOVE SPACES                TO E-ROYALFCX
           MOVE RV-CODEP              TO RF-CODEP
           MOVE RV-PERIODE-LIBERATION TO RF-PERIODE
           MOVE RV-CODEA              TO RF-CODEA
           MOVE RV-SIREN              TO RF-SIREN
           MOVE W-LABEL-ALBUM         TO RF-CODE-LABEL
           SET RF-LIBERATION          TO TRUE
           MOVE ZERO                  TO RF-QTE-PREVUE
           MOVE ZERO                  TO RF-MONTANT-DU
           MOVE ZERO                  TO RF-RESERVE
           MOVE RV-MONTANT-RETENU     TO RF-MONTANT-LIBERE
           MOVE RV-MONTANT-RETENU     TO RF-MONTANT-PAYABLE
           WRITE E-ROYALFCX
           ADD 1 TO NB-LIGNES-EXTRAIT
           ADD 1 TO NB-RESERVES-LIBEREES
           ADD RV-MONTANT-RETENU TO TP-MONTANT (IDX-TP, P)
           ADD RV-MONTANT-RETENU TO TL-MONTANT (IDX-TL, P)
           ADD RV-MONTANT-RETENU TO TT-MONTANT (P)
           .

      *    UNE LIGNE PAR AYANT DROIT : MONTANT A VERSER PREVU POUR
      *    CHAQUE MOIS DE L HORIZON ET TOTAL DU TRIMESTRE
       EDITER-PREVISIONS-AYANTS.
           DISPLAY ' '
           DISPLAY 'PREVISION DES DROITS A VERSER PAR AYANT DROIT'
           DISPLAY 'CODEP  ' W-PERIODE (1) '  ' W-PERIODE (2) '  '
               W-PERIODE (3) '  TOTAL'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-AYANTS-DROIT
               COMPUTE W-TOTAL-LIGNE = TP-MONTANT (I, 1)
                   + TP-MONTANT (I, 2) + TP-MONTANT (I, 3)
               DISPLAY TP-CODEP (I) ' - '
                   TP-MONTANT (I, 1) ' - '
                   TP-MONTANT (I, 2) ' - '
                   TP-MONTANT (I, 3) ' - '
                   W-TOTAL-LIGNE
           END-PERFORM
           .

      *    TOTAUX PAR LABEL (LIBELLE LU SUR LABELG1) PUIS TOTAUX
      *    GENERAUX DU TRIMESTRE
       EDITER-TOTAUX-LABELS.
           DISPLAY ' '
           DISPLAY 'TOTAUX PAR LABEL'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-LABELS
               MOVE TL-CODE (I) TO LB-CODE
               IF TL-CODE (I) = SPACES
                   MOVE 'SANS LABEL' TO LB-LIBELLE
               ELSE
                   READ LABEL-KSDS
                       INVALID KEY
                           MOVE 'LABEL INCONNU' TO LB-LIBELLE
                   END-READ
               END-IF
               COMPUTE W-TOTAL-LIGNE = TL-MONTANT (I, 1)
                   + TL-MONTANT (I, 2) + TL-MONTANT (I, 3)
               DISPLAY TL-CODE (I) ' ' LB-LIBELLE ' - '
                   TL-MONTANT (I, 1) ' - '
                   TL-MONTANT (I, 2) ' - '
                   TL-MONTANT (I, 3) ' - '
                   W-TOTAL-LIGNE
           END-PERFORM
           COMPUTE W-TOTAL-LIGNE = TT-MONTANT (1)
               + TT-MONTANT (2) + TT-MONTANT (3)
           DISPLAY 'TOTAL GENERAL ' TT-MONTANT (1) ' - '
               TT-MONTANT (2) ' - ' TT-MONTANT (3) ' - '
               W-TOTAL-LIGNE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE VENTFCX-FILE
           CLOSE CONTRAT-KSDS
           CLOSE VENTES-KSDS
           CLOSE CTRPALIER-KSDS
           CLOSE ALBUM-KSDS
           CLOSE LABEL-KSDS
           CLOSE RESERVE-KSDS
           CLOSE ROYALLDG-KSDS
           CLOSE ROYALFCX-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY ' '
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALFCS - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'PREVISIONS DE VENTES LUES : ' NB-PREVISIONS-LUES
           DISPLAY 'PREVISIONS SANS CONTRAT   : '
               NB-PREVISIONS-SANS-CTR
           DISPLAY 'CONTRATS APPLIQUES        : '
               NB-CONTRATS-APPLIQUES
           DISPLAY 'RESERVES A LIBERER        : '
               NB-RESERVES-LIBEREES
           DISPLAY 'AYANTS DROIT              : ' NB-AYANTS-DROIT
           DISPLAY 'LIGNES D EXTRAIT ECRITES  : ' NB-LIGNES-EXTRAIT
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-FX.
           READ VENTFCX-FILE
               AT END
                   SET FIN-FX TO TRUE
               NOT AT END
                   SET NON-FIN-FX TO TRUE
           END-READ
           .

       LECTURE-ENRG-RESERVE.
           READ RESERVE-KSDS NEXT RECORD
               AT END
                   SET FIN-RESERVES TO TRUE
               NOT AT END
                   SET NON-FIN-RESERVES TO TRUE
           END-READ
           .
