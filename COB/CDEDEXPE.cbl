      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH NOCTURNE D ALLOCATION ET D EXPEDITION DES          *
      *       COMMANDES DISTRIBUTEURS                                  *
      *                                                                *
      *       PARCOURT CDEDIG1 DANS L ORDRE DES COMMANDES ET ALLOUE A  *
      *       CHAQUE LIGNE OUVERTE OU EN RELIQUAT LE DISPONIBLE DU     *
      *       DEPOT PRINCIPAL (STOCKG1), DANS LA LIMITE DU RESTE A     *
      *       EXPEDIER. LA QUANTITE ALLOUEE EST EXPEDIEE : CREATION DE *
      *       LA LIGNE DE VENTE DANS VENTESG1 POUR CETTE SEULE         *
      *       QUANTITE (NUMERO DE LIGNE, NUMERO DE FACTURE, TAUX DE    *
      *       TVA, DECREMENT DU STOCK JOURNALISE DANS STKMVTG1 ET      *
      *       ENCOURS DISTRIBUTEUR, COMME PRECPOST), EDITION DU BON DE *
      *       LIVRAISON ET MISE A JOUR DE LA LIGNE DE COMMANDE. LE     *
      *       RESTE DEMEURE EN RELIQUAT ET EST REPRIS AUX PASSAGES     *
      *       SUIVANTS. UN COFFRET (CF COFFRET.cpy) EST SERVI EN       *
      *       COFFRETS COMPLETS SELON LE COMPOSANT LE MOINS DISPONIBLE *
      *       ET FACTURE EN LIGNES DE VENTE COMPOSANTS SOUS UN MEME    *
      *       NUMERO DE FACTURE. UNE LIGNE QUE LE DISTRIBUTEUR N A PAS *
      *       LE DROIT DE VENDRE (CONVENTIONS DE DISTRIBUTION, CF      *
      *       CONVDIST.cpy) N EST PAS SERVIE                           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEDEXPE.
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

           SELECT CDEDIST-KSDS
               ASSIGN TO DDCDEDIS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CD2-CLE
               FILE STATUS F-C2-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

           SELECT TAXPAYS-KSDS
               ASSIGN TO DDTAXPAY
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TX-PAYS
               FILE STATUS F-TX-STATUS
               .

           SELECT INVSEQ-KSDS
               ASSIGN TO DDINVSEQ
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IV-CLE
               FILE STATUS F-IV-STATUS
               .

      *    ECHEANCES DES FACTURES (CF ECHEANCE.cpy) -- UNE ECHEANCE
      *    EST CALCULEE SUR LES CONDITIONS DE REGLEMENT DE LA MAISON
      *    POUR CHAQUE NUMERO DE FACTURE ATTRIBUE
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
               .

      *    COMPOSANTS DES COFFRETS (CF COFFRET.cpy) -- UNE LIGNE DE
      *    COMMANDE D UN COFFRET EST EXPEDIEE ET FACTUREE EN LIGNES
      *    DE VENTE COMPOSANTS
           SELECT COFFRET-KSDS
               ASSIGN TO DDCOFFRE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CO-CLE
               FILE STATUS F-CO-STATUS
               .

      *    JOURNAL DES MOUVEMENTS DE STOCK (CF STOCKMVT.cpy) -- UNE
      *    LIGNE PAR EXPEDITION
           SELECT STOCKMVT-KSDS
               ASSIGN TO DDSTKMVT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-CLE
               FILE STATUS F-SM-STATUS
               .

      *    ENCOURS OUVERT PAR DISTRIBUTEUR (CF COMPTDI.cpy) -- LA
      *    FACTURE EMISE A L EXPEDITION AUGMENTE LE SOLDE
           SELECT COMPTDI-KSDS
               ASSIGN TO DDCOMPTD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CD-SIREN
               FILE STATUS F-CD-STATUS
               .

      *    CONVENTIONS DE DISTRIBUTION (CF CONVDIST.cpy) -- UNE
      *    LIGNE N EST SERVIE QUE SI LE DISTRIBUTEUR EST COUVERT SUR
      *    L ALBUM OU SUR SON LABEL A LA DATE D EXPEDITION
           SELECT CONVDIST-KSDS
               ASSIGN TO DDCONVDI
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CN-CLE
               FILE STATUS F-CN-STATUS
               .

      *    BONS DE LIVRAISON, 132 COLONNES, UN BON PAR COMMANDE
      *    SERVIE (EN TOUT OU EN PARTIE) DANS LA NUIT
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

       FD CDEDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEDIST
           .

       COPY CDEDIST.

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
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-COFFRET REDEFINES VE-RETOUR-CLE.
               10 VE-CODE-COFFRET  PIC X(06).
               10 VE-RANG-COMPOSANT PIC 9(02).
               10 VE-QTE-COFFRET   PIC 9(05).
               10 VE-PRIX-COFFRET  PIC 9(05)V9(02).
               10 FILLER           PIC X(01).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 VE-DISPOSITION       PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 VE-STATUT-REGLEMENT  PIC X(01).
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD TAXPAYS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TAXPAYS
           .

       COPY TAXPAYS.

      *    E-INVSEQ PORTE DES CLAUSES VALUE, INTERDITES EN SECTION
      *    FICHIER : DESSIN LOCAL (CF PRECPOST POUR LE MEME PROCEDE)
       FD INVSEQ-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-INVSEQ-F
           .

       01 E-INVSEQ-F.
           05 IV-CLE                PIC X(08).
           05 IV-DERNIER-NUM        PIC 9(09).
           05 FILLER                PIC X(63).

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

       FD COFFRET-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COFFRET
           .

       COPY COFFRET.

       FD STOCKMVT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCKMVT
           .

       COPY STOCKMVT.

       FD COMPTDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTDI
           .

       COPY COMPTDI.

       FD CONVDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONVDIST
           .

       COPY CONVDIST.

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
       77 F-C2-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-TX-STATUS             PIC X(02) VALUE '00'.
       77 F-IV-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-ST-STATUS             PIC X(02) VALUE '00'.
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-SM-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-CN-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (AAAAMMJJ) = DATE DE VENTE ET D EXPEDITION ;
      * HEURE DU JOUR POUR L HORODATAGE DU JOURNAL DES STOCKS
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-JOUR            PIC X(08).

      * CALCUL DE L ECHEANCE EN JOURS REELS (FEVRIER A 29 LES ANNEES
      * MULTIPLES DE 4, PRINCIPE SIMPLIFIE DE CALSEMRP)
       77 W-EH-JOURS              PIC 9(03) VALUE ZERO.
       01 W-EH-DATE-ECLATEE.
           05 W-EH-ANNEE              PIC 9(04).
           05 W-EH-MOIS               PIC 9(02).
           05 W-EH-JOUR               PIC 9(02).
       01 W-EH-TABLE-JOURS-MOIS.
           05 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 FILLER REDEFINES W-EH-TABLE-JOURS-MOIS.
           05 W-EH-JOURS-DU-MOIS      PIC 9(02) OCCURS 12 TIMES.
       77 W-EH-FIN-DE-MOIS        PIC 9(02) VALUE ZERO.
       77 W-EH-QUOTIENT-BISSEXT   PIC 9(04) VALUE ZERO.
       77 W-EH-RESTE-BISSEXT      PIC 9(04) VALUE ZERO.

      * ECRITURE DU MOUVEMENT DE STOCK -- LA SEQUENCE EST AVANCEE
      * JUSQU A UNE CLE LIBRE DANS LA MEME SECONDE (CF STOCKLOAD)
       01 W-SM-ECRIT-IND          PIC 9.
           88 SM-ECRIT                VALUE 1.
           88 SM-NON-ECRIT            VALUE 2.
       77 W-SM-QTE-APPLIQUEE      PIC 9(07) VALUE ZERO.

      * MONTANT DE LA VENTE CREEE, POUR L ENCOURS DISTRIBUTEUR
       77 W-MONTANT-VENTE         PIC 9(10)V9(02) VALUE ZERO.

      * ALLOCATION DE LA LIGNE -- RESTE A EXPEDIER, DISPONIBLE DE LA
      * LIGNE DE STOCK ET QUANTITE EXPEDIEE (LE PLUS PETIT DES DEUX)
       77 W-QTE-RESTE             PIC 9(05) VALUE ZERO.
       77 W-QTE-DISPO             PIC 9(07) VALUE ZERO.
       77 W-QTE-EXPEDIEE          PIC 9(05) VALUE ZERO.
       77 W-QTE-DEJA-EXPEDIEE     PIC 9(05) VALUE ZERO.

      * COMPOSANTS DU COFFRET COMMANDE (AUCUN = ALBUM ORDINAIRE) --
      * DISPONIBLE EN COFFRETS DE CHAQUE COMPOSANT, NUMERO DE FACTURE
      * COMMUN AUX LIGNES COMPOSANTS ET REPARTITION DU PRIX (LE
      * DERNIER COMPOSANT RECOIT LE RESTE, CF PGMG1VE1)
       77 W-CF-NB                 PIC 9(02) VALUE ZERO.
       77 W-CF-IX                 PIC 9(02) VALUE ZERO.
       01 W-CF-TABLE.
           05 W-CF-COMPOSANT OCCURS 20.
               10 W-CF-CODEA          PIC X(06).
               10 W-CF-QTE-PAR        PIC 9(02).
               10 W-CF-PART           PIC 9(03)V9(02).
       01 W-CF-BLOQUE-IND         PIC X(01) VALUE 'N'.
           88 COMPOSANT-BLOQUE        VALUE 'Y'.
       01 FIN-COFFRET-IND         PIC 9.
           88 FIN-COFFRET             VALUE 1.
           88 NON-FIN-COFFRET         VALUE 2.
       77 W-CF-QTE-COMPOSANT      PIC 9(07) VALUE ZERO.
       77 W-CF-NUM-FACTURE        PIC 9(09) VALUE ZERO.
       77 W-CF-CUMUL-PRIX         PIC S9(07)V9(02) VALUE ZERO.
       77 W-CF-PRIX-LIGNE         PIC S9(07)V9(02) VALUE ZERO.

      * CONTROLE DE CONVENTION DE LA LIGNE (CF CONTROLER-CONVENTION)
      * -- PREFIXE TYPE + OBJET PARCOURU, FIN DE VALIDITE EFFECTIVE
       77 W-CN-TYPE-PFX             PIC X(01).
       77 W-CN-CODE-PFX             PIC X(06).
       77 W-CN-FIN-VIGUEUR          PIC 9(08).
       77 W-CN-AUTORISE             PIC X(01) VALUE 'N'.
       01 W-CN-CONTROLE-IND         PIC X(01) VALUE 'Y'.
           88 CONVENTION-OK             VALUE 'Y'.
           88 HORS-CONVENTION           VALUE 'N'.
           88 EXCLUSIVITE-TIERS         VALUE 'X'.
       01 FIN-CONVDIST-IND          PIC 9.
           88 FIN-CONVDIST              VALUE 1.
           88 NON-FIN-CONVDIST          VALUE 2.

      * RECHERCHE DU PROCHAIN NUMERO DE LIGNE LIBRE SUR VENTESG1
       01 W-NL-CLE.
           05 W-NL-CODEA              PIC X(06).
           05 W-NL-SIREN              PIC X(05).
           05 W-NL-DATE-VENTE         PIC X(08).
           05 W-NL-NUM-LIGNE          PIC 9(02).
       77 W-NL-MAX                  PIC 9(02) VALUE ZERO.
       01 FIN-BROWSE-IND            PIC 9.
           88 FIN-BROWSE                VALUE 1.
           88 NON-FIN-BROWSE            VALUE 2.

      * COMMANDE DONT LE BON DE LIVRAISON EST EN COURS D EDITION --
      * UN NOUVEL EN-TETE EST EDITE A LA PREMIERE LIGNE EXPEDIEE
      * D UNE AUTRE COMMANDE
       01 W-BL-COMMANDE.
           05 W-BL-SIREN              PIC X(05) VALUE SPACES.
           05 W-BL-NUM-CDE            PIC 9(06) VALUE ZERO.
       77 W-NUM-PAGE                PIC 9(04) VALUE ZERO.
       77 W-TITREA                  PIC X(30) VALUE SPACES.
       77 W-RAISON-SOC-MA           PIC X(30) VALUE SPACES.
       77 W-ADRESSE-MA              PIC X(15) VALUE SPACES.

      * EN-TETE DU BON DE LIVRAISON (UN BON PAR COMMANDE SERVIE)
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(19)
               VALUE 'BON DE LIVRAISON - '.
           05 FILLER                  PIC X(12) VALUE 'COMMANDE N '.
           05 W-LT-NUM-CDE            PIC 9(06).
           05 FILLER                  PIC X(05).
           05 FILLER                  PIC X(08) VALUE 'DATE DU '.
           05 W-LT-DATE               PIC 9(08).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(55) VALUE SPACES.

      * BLOC IDENTIFIANT LE DISTRIBUTEUR LIVRE
       01 W-LIGNE-DISTRIBUTEUR.
           05 FILLER                  PIC X(13)
               VALUE 'DISTRIBUTEUR '.
           05 W-LD-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LD-RAISON-SOC         PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LD-ADRESSE            PIC X(15).
           05 FILLER                  PIC X(67).

      * EN-TETE DES COLONNES DE DETAIL
       01 W-LIGNE-COLONNES.
           05 FILLER                  PIC X(06) VALUE 'LIGNE'.
           05 FILLER                  PIC X(06) VALUE 'ALBUM'.
           05 FILLER                  PIC X(31) VALUE 'TITRE'.
           05 FILLER                  PIC X(04) VALUE 'SUP'.
           05 FILLER                  PIC X(10) VALUE ' COMMANDE'.
           05 FILLER                  PIC X(10) VALUE ' DEJA LIV'.
           05 FILLER                  PIC X(10) VALUE ' LIVRE CE'.
           05 FILLER                  PIC X(10) VALUE '  RELIQUAT'.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'FACTURE N'.
           05 FILLER                  PIC X(33) VALUE SPACES.

      * LIGNE DE DETAIL (UNE PAR LIGNE DE COMMANDE EXPEDIEE)
       01 W-LIGNE-DETAIL.
           05 W-LD2-NUM-LIGNE         PIC 9(02).
           05 FILLER                  PIC X(04).
           05 W-LD2-CODEA             PIC X(06).
           05 FILLER                  PIC X(02).
           05 W-LD2-TITREA            PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LD2-FORMAT            PIC X(01).
           05 FILLER                  PIC X(03).
           05 FILLER                  PIC X(05).
           05 W-LD2-QTE-CDE           PIC Z(4)9.
           05 FILLER                  PIC X(05).
           05 W-LD2-QTE-DEJA          PIC Z(4)9.
           05 FILLER                  PIC X(05).
           05 W-LD2-QTE-LIVREE        PIC Z(4)9.
           05 FILLER                  PIC X(05).
           05 W-LD2-QTE-RELIQUAT      PIC Z(4)9.
           05 FILLER                  PIC X(02).
           05 W-LD2-NUM-FACTURE       PIC Z(8)9.
           05 FILLER                  PIC X(34).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-A-SERVIR      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-SOLDEES       PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-PARTIELLES    PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-SANS-STOCK    PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-BLOQUEES      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-HORS-CONV     PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXCLU-TIERS   PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-COFFRET       PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-REJETEES      PIC 9(07) VALUE ZERO.
       77 NB-BONS-EDITES          PIC 9(07) VALUE ZERO.
       77 NB-QTE-EXPEDIEE         PIC 9(09) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER COMMANDES
       01 FIN-CDEDIST-IND         PIC 9.
           88 FIN-CDEDIST             VALUE 1.
           88 NON-FIN-CDEDIST         VALUE 2.

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
           SET FIN-CDEDIST TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN I-O CDEDIST-KSDS
           IF F-C2-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES DISTRIB'
               DISPLAY 'CODE ERREUR = ' F-C2-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT TAXPAYS-KSDS
           IF F-TX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER TAXES PAYS'
               DISPLAY 'CODE ERREUR = ' F-TX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O INVSEQ-KSDS
           IF F-IV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTEUR FACTURES'
               DISPLAY 'CODE ERREUR = ' F-IV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT COFFRET-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COFFRETS'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O STOCKMVT-KSDS
           IF F-SM-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL MOUVEMENTS STOCK'
               DISPLAY 'CODE ERREUR = ' F-SM-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COMPTDI-KSDS
           IF F-CD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES DISTRIB'
               DISPLAY 'CODE ERREUR = ' F-CD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONVDIST-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONVENTIONS'
               DISPLAY 'CODE ERREUR = ' F-CN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BONS DE LIVRAISON'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEDEXPE - EXPEDITION DES COMMANDES DISTRIB.'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CDEDIST

           PERFORM UNTIL FIN-CDEDIST
               IF CD2-A-SERVIR
                   ADD 1 TO NB-LIGNES-A-SERVIR
                   PERFORM TRAITER-LIGNE-CDE
               END-IF
               PERFORM LECTURE-ENRG-CDEDIST
           END-PERFORM

           IF NB-BONS-EDITES > ZERO
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           END-IF

           PERFORM FIN-TRAITEMENT
           .

      *    UNE LIGNE D UN ALBUM DISPARU OU BLOQUE N EST PAS SERVIE
      *    (AUCUNE NOUVELLE VENTE TANT QUE LE BLOCAGE N EST PAS LEVE,
      *    COMME L IMPOSE PGMG1VE1) ET RESTE A SERVIR ; SINON ON
      *    EXPEDIE LE PLUS PETIT DU RESTE A EXPEDIER ET DU DISPONIBLE.
      *    UN COFFRET DONT UN COMPOSANT EST DISPARU OU BLOQUE EST
      *    TRAITE COMME UN ALBUM BLOQUE. UNE LIGNE QUE LE DISTRIBUTEUR
      *    N A PAS LE DROIT DE VENDRE (AUCUNE CONVENTION EN VIGUEUR OU
      *    EXCLUSIVITE D UNE AUTRE MAISON, COMME DANS PGMG1VE1) RESTE
      *    DE MEME A SERVIR
       TRAITER-LIGNE-CDE.
           MOVE CD2-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE 'B' TO AL-STATUT-BLOCAGE
                   DISPLAY 'ALBUM INCONNU POUR LA LIGNE ' CD2-CLE
           END-READ
           MOVE ZERO TO W-CF-NB
           SET CONVENTION-OK TO TRUE
           IF NOT AL-BLOQUE
               MOVE AL-TITREA TO W-TITREA
               PERFORM CONTROLER-CONVENTION
               PERFORM CHARGER-COFFRET
               IF COMPOSANT-BLOQUE
                   MOVE 'B' TO AL-STATUT-BLOCAGE
               END-IF
           END-IF
           IF AL-BLOQUE
               ADD 1 TO NB-LIGNES-BLOQUEES
           ELSE
           IF HORS-CONVENTION
               ADD 1 TO NB-LIGNES-HORS-CONV
               DISPLAY 'LIGNE HORS CONVENTION       ' CD2-CLE
           ELSE
           IF EXCLUSIVITE-TIERS
               ADD 1 TO NB-LIGNES-EXCLU-TIERS
               DISPLAY 'LIGNE EN EXCLUSIVITE TIERS  ' CD2-CLE
           ELSE
               COMPUTE W-QTE-RESTE = CD2-QTE-CDE - CD2-QTE-EXPEDIEE
               PERFORM LIRE-DISPONIBLE
               IF W-QTE-DISPO = ZERO
                   ADD 1 TO NB-LIGNES-SANS-STOCK
               ELSE
                   IF W-QTE-DISPO < W-QTE-RESTE
                       MOVE W-QTE-DISPO TO W-QTE-EXPEDIEE
                   ELSE
                       MOVE W-QTE-RESTE TO W-QTE-EXPEDIEE
                   END-IF
                   PERFORM EXPEDIER-LIGNE-CDE
               END-IF
           END-IF
           END-IF
           END-IF
           .

      *    LE DISTRIBUTEUR DE LA LIGNE EST-IL COUVERT A LA DATE
      *    D EXPEDITION PAR UNE CONVENTION SUR L ALBUM OU SUR SON
      *    LABEL (E-ALBUM VIENT D ETRE LU), SANS EXCLUSIVITE D UNE
      *    AUTRE MAISON ? -- MEME REGLE QUE P-CHECK-CONVENTION DE
      *    PGMG1VE1 ; UN COFFRET EST CONTROLE SUR SON PROPRE CODE
       CONTROLER-CONVENTION.
           MOVE 'N' TO W-CN-AUTORISE
           MOVE 'A'       TO W-CN-TYPE-PFX
           MOVE CD2-CODEA TO W-CN-CODE-PFX
           PERFORM PARCOURIR-CONVENTIONS
           IF AL-CODE-LABEL NOT = SPACES AND NOT EXCLUSIVITE-TIERS
               MOVE 'L'           TO W-CN-TYPE-PFX
               MOVE SPACES        TO W-CN-CODE-PFX
               MOVE AL-CODE-LABEL TO W-CN-CODE-PFX(1:3)
               PERFORM PARCOURIR-CONVENTIONS
           END-IF
           IF CONVENTION-OK AND W-CN-AUTORISE NOT = 'Y'
               SET HORS-CONVENTION TO TRUE
           END-IF
           .

       PARCOURIR-CONVENTIONS.
           MOVE LOW-VALUES    TO CN-CLE
           MOVE W-CN-TYPE-PFX TO CN-TYPE-OBJET
           MOVE W-CN-CODE-PFX TO CN-CODE-OBJET
           SET NON-FIN-CONVDIST TO TRUE
           START CONVDIST-KSDS KEY IS NOT LESS THAN CN-CLE
               INVALID KEY
                   SET FIN-CONVDIST TO TRUE
           END-START
           PERFORM UNTIL FIN-CONVDIST
               READ CONVDIST-KSDS NEXT RECORD
                   AT END
                       SET FIN-CONVDIST TO TRUE
                   NOT AT END
                       IF CN-TYPE-OBJET = W-CN-TYPE-PFX
                               AND CN-CODE-OBJET = W-CN-CODE-PFX
                           PERFORM EXAMINER-CONVENTION
                       ELSE
                           SET FIN-CONVDIST TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EN VIGUEUR SI LA DATE D EXPEDITION TOMBE ENTRE LE DEBUT ET
      *    LA FIN (FIN A ZERO = SANS TERME)
       EXAMINER-CONVENTION.
           IF CN-DATE-FIN = ZERO
               MOVE 99999999 TO W-CN-FIN-VIGUEUR
           ELSE
               MOVE CN-DATE-FIN TO W-CN-FIN-VIGUEUR
           END-IF
           IF CN-DATE-DEBUT NOT > W-DATE-JOUR
                   AND W-CN-FIN-VIGUEUR NOT < W-DATE-JOUR
               IF CN-SIREN = CD2-SIREN
                   MOVE 'Y' TO W-CN-AUTORISE
               ELSE
                   IF CN-EXCLUSIVE
                       SET EXCLUSIVITE-TIERS TO TRUE
                       SET FIN-CONVDIST TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *    DISPONIBLE DE LA LIGNE DE STOCK ALBUM + SUPPORT DU SITE
      *    D EXPEDITION (DEPOT PRINCIPAL) -- ZERO SI LA LIGNE DE STOCK
      *    N EXISTE PAS (RIEN A EXPEDIER). POUR UN COFFRET, NOMBRE
      *    DE COFFRETS COMPLETS QUE PERMET LE COMPOSANT LE MOINS
      *    DISPONIBLE
       LIRE-DISPONIBLE.
           MOVE ZERO      TO W-QTE-DISPO
           IF W-CF-NB > ZERO
               MOVE 9999999 TO W-QTE-DISPO
               PERFORM LIRE-DISPONIBLE-COMPOSANT
                   VARYING W-CF-IX FROM 1 BY 1
                   UNTIL W-CF-IX > W-CF-NB
           ELSE
               MOVE CD2-CODEA  TO ST-CODEA
               MOVE CD2-FORMAT TO ST-FORMAT
               SET ST-DEPOT-PRINCIPAL TO TRUE
               READ STOCK-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-QTE-DISPO TO W-QTE-DISPO
               END-READ
           END-IF
           .

       LIRE-DISPONIBLE-COMPOSANT.
           MOVE ZERO                 TO W-CF-QTE-COMPOSANT
           MOVE W-CF-CODEA (W-CF-IX) TO ST-CODEA
           MOVE CD2-FORMAT           TO ST-FORMAT
           SET ST-DEPOT-PRINCIPAL TO TRUE
           READ STOCK-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DIVIDE ST-QTE-DISPO BY W-CF-QTE-PAR (W-CF-IX)
                       GIVING W-CF-QTE-COMPOSANT
           END-READ
           IF W-CF-QTE-COMPOSANT < W-QTE-DISPO
               MOVE W-CF-QTE-COMPOSANT TO W-QTE-DISPO
           END-IF
           .

      *    COMPOSANTS DU COFFRET (COFFRG1, CF COFFRET.cpy) PAR
      *    PARCOURS DU PREFIXE CODE COFFRET ; AUCUN COMPOSANT = ALBUM
      *    ORDINAIRE. CHAQUE COMPOSANT DOIT EXISTER DANS ALBUMG1 ET
      *    NE PAS ETRE BLOQUE
       CHARGER-COFFRET.
           MOVE 'N'       TO W-CF-BLOQUE-IND
           MOVE CD2-CODEA TO CO-CODE-COFFRET
           MOVE ZERO      TO CO-RANG
           START COFFRET-KSDS KEY IS NOT LESS THAN CO-CLE
               INVALID KEY
                   SET FIN-COFFRET TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-COFFRET TO TRUE
           END-START
           PERFORM LIRE-COMPOSANT UNTIL FIN-COFFRET
           PERFORM CONTROLER-COMPOSANT
               VARYING W-CF-IX FROM 1 BY 1
               UNTIL W-CF-IX > W-CF-NB
           .

       LIRE-COMPOSANT.
           READ COFFRET-KSDS NEXT RECORD
               AT END
                   SET FIN-COFFRET TO TRUE
               NOT AT END
                   IF CO-CODE-COFFRET NOT = CD2-CODEA
                           OR W-CF-NB = 20
                       SET FIN-COFFRET TO TRUE
                   ELSE
                       ADD 1 TO W-CF-NB
                       MOVE CO-CODEA TO W-CF-CODEA (W-CF-NB)
                       MOVE CO-QTE-PAR-COFFRET TO W-CF-QTE-PAR (W-CF-NB)
                       MOVE CO-PART-PRIX TO W-CF-PART (W-CF-NB)
                   END-IF
           END-READ
           .

       CONTROLER-COMPOSANT.
           MOVE W-CF-CODEA (W-CF-IX) TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   SET COMPOSANT-BLOQUE TO TRUE
                   DISPLAY 'COMPOSANT ' W-CF-CODEA (W-CF-IX)
                       ' INCONNU POUR LA LIGNE ' CD2-CLE
               NOT INVALID KEY
                   IF AL-BLOQUE
                       SET COMPOSANT-BLOQUE TO TRUE
                   END-IF
           END-READ
           .

      *    LE NUMERO DE LIGNE EST RELEVE AVANT DE CONSTRUIRE LA VENTE
      *    DANS LA ZONE FICHIER, CAR LE PARCOURS DE RELEVE LIT DANS
      *    CETTE MEME ZONE (CF PRECPOST) -- 99 LIGNES DEJA PRISES SUR
      *    LE PREFIXE : LA LIGNE RESTE A SERVIR POUR LE PASSAGE
      *    SUIVANT
       EXPEDIER-LIGNE-CDE.
           IF W-CF-NB > ZERO
               PERFORM EXPEDIER-COFFRET
           ELSE
               MOVE CD2-CODEA TO W-NL-CODEA
               PERFORM ATTRIBUER-NUM-LIGNE
               IF W-NL-MAX = 99
                   ADD 1 TO NB-LIGNES-REJETEES
                   DISPLAY 'JOURNEE SATUREE (99 LIGNES), LIGNE '
                       CD2-CLE ' LAISSEE A SERVIR'
               ELSE
                   PERFORM CREER-VENTE-EXPEDITION
               END-IF
           END-IF
           .

      *    COFFRET -- LA JOURNEE DE CHAQUE COMPOSANT EST CONTROLEE
      *    AVANT TOUTE ECRITURE (UN COMPOSANT SATURE LAISSE LA LIGNE A
      *    SERVIR), PUIS UNE LIGNE DE VENTE PAR COMPOSANT SOUS UN SEUL
      *    NUMERO DE FACTURE ; LE BON DE LIVRAISON MONTRE LE COFFRET
       EXPEDIER-COFFRET.
           MOVE ZERO TO W-NL-MAX
           PERFORM CONTROLER-JOURNEE-COMPOSANT
               VARYING W-CF-IX FROM 1 BY 1
               UNTIL W-CF-IX > W-CF-NB OR W-NL-MAX = 99
           IF W-NL-MAX = 99
               ADD 1 TO NB-LIGNES-REJETEES
               DISPLAY 'JOURNEE SATUREE (99 LIGNES), LIGNE '
                   CD2-CLE ' LAISSEE A SERVIR'
           ELSE
               ADD 1 TO NB-LIGNES-COFFRET
               PERFORM ATTRIBUER-NUM-FACTURE
               MOVE IV-DERNIER-NUM TO W-CF-NUM-FACTURE
               MOVE ZERO TO W-CF-CUMUL-PRIX
               PERFORM CREER-VENTE-COMPOSANT
                   VARYING W-CF-IX FROM 1 BY 1
                   UNTIL W-CF-IX > W-CF-NB
               PERFORM MAJ-LIGNE-CDE
               PERFORM EDITER-LIGNE-BL
           END-IF
           .

       CONTROLER-JOURNEE-COMPOSANT.
           MOVE W-CF-CODEA (W-CF-IX) TO W-NL-CODEA
           PERFORM ATTRIBUER-NUM-LIGNE
           .

      *    LIGNE COMPOSANT -- QUANTITE = COFFRETS EXPEDIES x
      *    EXEMPLAIRES PAR COFFRET, PRIX = QUOTE-PART DU PRIX DU
      *    COFFRET ; LE COFFRET (CODE, QUANTITE, PRIX) EST REPORTE SUR
      *    LA LIGNE POUR L EDITION DE LA FACTURE (CF VENTES.cpy)
       CREER-VENTE-COMPOSANT.
           MOVE W-CF-CODEA (W-CF-IX) TO W-NL-CODEA
           PERFORM ATTRIBUER-NUM-LIGNE
           MOVE SPACES                   TO E-VENTES
           MOVE W-CF-CODEA (W-CF-IX)     TO VE-CODEA
           MOVE CD2-SIREN                TO VE-SIREN
           MOVE W-DATE-JOUR              TO VE-DATE-VENTE
           COMPUTE VE-NUM-LIGNE = W-NL-MAX + 1
           MOVE CD2-DEVISE               TO VE-DEVISE
           MOVE CD2-CODE-CLIENT          TO VE-CODE-CLIENT
           MOVE CD2-FORMAT               TO VE-FORMAT
           MOVE CD2-CODEA                TO VE-CODE-COFFRET
           MOVE W-CF-IX                  TO VE-RANG-COMPOSANT
           MOVE W-QTE-EXPEDIEE           TO VE-QTE-COFFRET
           MOVE CD2-PRIX                 TO VE-PRIX-COFFRET
           SET VE-LIGNE-COMPOSANT TO TRUE
           COMPUTE VE-QTE = W-QTE-EXPEDIEE * W-CF-QTE-PAR (W-CF-IX)
           IF W-CF-IX < W-CF-NB
               COMPUTE VE-PRIX ROUNDED = CD2-PRIX
                   * W-CF-PART (W-CF-IX) / 100 / W-CF-QTE-PAR (W-CF-IX)
               COMPUTE W-CF-CUMUL-PRIX = W-CF-CUMUL-PRIX
                   + VE-PRIX * W-CF-QTE-PAR (W-CF-IX)
           ELSE
               COMPUTE W-CF-PRIX-LIGNE ROUNDED =
                   (CD2-PRIX - W-CF-CUMUL-PRIX) / W-CF-QTE-PAR (W-CF-IX)
               IF W-CF-PRIX-LIGNE < ZERO
                   MOVE ZERO TO W-CF-PRIX-LIGNE
               END-IF
               MOVE W-CF-PRIX-LIGNE TO VE-PRIX
           END-IF
           MOVE W-CF-NUM-FACTURE         TO VE-NUM-FACTURE
           PERFORM DETERMINER-TAUX-TVA
           WRITE E-VENTES
               INVALID KEY
                   ADD 1 TO NB-LIGNES-REJETEES
                   DISPLAY 'ECRITURE VENTE REFUSEE, CLE ' E-VE-KEY
                       ' POUR LA LIGNE ' CD2-CLE
               NOT INVALID KEY
                   PERFORM DECREMENTER-STOCK
                   PERFORM MAJ-SOLDE-COMPTE
           END-WRITE
           .

      *    LA VENTE NE PORTE QUE LA QUANTITE EXPEDIEE CETTE NUIT, AU
      *    PRIX ET DANS LA DEVISE DE LA COMMANDE
       CREER-VENTE-EXPEDITION.
           MOVE SPACES                   TO E-VENTES
           MOVE CD2-CODEA                TO VE-CODEA
           MOVE CD2-SIREN                TO VE-SIREN
           MOVE W-DATE-JOUR              TO VE-DATE-VENTE
           COMPUTE VE-NUM-LIGNE = W-NL-MAX + 1
           MOVE CD2-PRIX                 TO VE-PRIX
           MOVE W-QTE-EXPEDIEE           TO VE-QTE
           MOVE CD2-DEVISE               TO VE-DEVISE
           MOVE CD2-CODE-CLIENT          TO VE-CODE-CLIENT
           MOVE CD2-FORMAT               TO VE-FORMAT
           PERFORM ATTRIBUER-NUM-FACTURE
           PERFORM DETERMINER-TAUX-TVA
           WRITE E-VENTES
               INVALID KEY
                   ADD 1 TO NB-LIGNES-REJETEES
                   DISPLAY 'ECRITURE VENTE REFUSEE, CLE ' E-VE-KEY
                       ' POUR LA LIGNE ' CD2-CLE
               NOT INVALID KEY
                   PERFORM DECREMENTER-STOCK
                   PERFORM MAJ-SOLDE-COMPTE
                   PERFORM MAJ-LIGNE-CDE
                   PERFORM EDITER-LIGNE-BL
           END-WRITE
           .

      *    CUMUL EXPEDIE ET STATUT DE LA LIGNE : SOLDEE QUAND TOUT EST
      *    PARTI, EN RELIQUAT SINON
       MAJ-LIGNE-CDE.
           MOVE CD2-QTE-EXPEDIEE TO W-QTE-DEJA-EXPEDIEE
           ADD W-QTE-EXPEDIEE TO CD2-QTE-EXPEDIEE
           MOVE W-DATE-JOUR TO CD2-DATE-DERN-EXPED
           SUBTRACT W-QTE-EXPEDIEE FROM W-QTE-RESTE
           IF W-QTE-RESTE = ZERO
               SET CD2-SOLDEE TO TRUE
               ADD 1 TO NB-LIGNES-SOLDEES
           ELSE
               SET CD2-RELIQUAT TO TRUE
               ADD 1 TO NB-LIGNES-PARTIELLES
           END-IF
           ADD W-QTE-EXPEDIEE TO NB-QTE-EXPEDIEE
           REWRITE E-CDEDIST
           IF F-C2-STATUS NOT = ZERO
               DISPLAY 'MISE A JOUR COMMANDE REFUSEE ' CD2-CLE
                   ' CODE ERREUR = ' F-C2-STATUS
           END-IF
           .

      *    PROCHAIN NUMERO DE LIGNE LIBRE SUR LE PREFIXE
      *    CODEA+SIREN+DATE DE VENTE (MEME MECANIQUE QUE
      *    P-ATTRIBUER-NUM-LIGNE DE PGMG1VE1) -- L ALBUM DU PREFIXE
      *    EST POSE DANS W-NL-CODEA PAR L APPELANT
       ATTRIBUER-NUM-LIGNE.
           MOVE ZERO TO W-NL-MAX
           MOVE CD2-SIREN     TO W-NL-SIREN
           MOVE W-DATE-JOUR   TO W-NL-DATE-VENTE
           MOVE ZERO          TO W-NL-NUM-LIGNE
           MOVE W-NL-CLE      TO E-VE-KEY
           START VENTES-KSDS KEY IS NOT LESS THAN E-VE-KEY
               INVALID KEY
                   SET FIN-BROWSE TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-BROWSE TO TRUE
           END-START
           PERFORM RELEVER-NUM-LIGNE UNTIL FIN-BROWSE
           .

       RELEVER-NUM-LIGNE.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-BROWSE TO TRUE
               NOT AT END
                   IF VE-CODEA = W-NL-CODEA
                           AND VE-SIREN = W-NL-SIREN
                           AND VE-DATE-VENTE = W-NL-DATE-VENTE
                       MOVE VE-NUM-LIGNE TO W-NL-MAX
                   ELSE
                       SET FIN-BROWSE TO TRUE
                   END-IF
           END-READ
           .

      *    PROCHAIN NUMERO DE FACTURE (COMPTEUR INVSEQG1, CF
      *    PGMG1VE1) -- AUTO-CREATION DU COMPTEUR SI ABSENT
       ATTRIBUER-NUM-FACTURE.
           MOVE 'FACTURE' TO IV-CLE
           READ INVSEQ-KSDS
               INVALID KEY
                   MOVE 'FACTURE' TO IV-CLE
                   MOVE 1         TO IV-DERNIER-NUM
                   MOVE SPACES    TO E-INVSEQ-F(18:63)
                   WRITE E-INVSEQ-F
               NOT INVALID KEY
                   ADD 1 TO IV-DERNIER-NUM
                   REWRITE E-INVSEQ-F
           END-READ
           MOVE IV-DERNIER-NUM TO VE-NUM-FACTURE
           PERFORM ENREGISTRER-ECHEANCE
           .

      *    ECHEANCE DE LA FACTURE (ECHEANG1, CF P-ENREGISTRER-ECHEANCE
      *    DE PGMG1VE1) -- CONDITIONS DE REGLEMENT DE LA MAISON,
      *    DELAI A ZERO OU MAISON INCONNUE = 30 JOURS NETS
       ENREGISTRER-ECHEANCE.
           INITIALIZE E-ECHEANCE
           MOVE IV-DERNIER-NUM TO EH-NUM-FACTURE
           MOVE CD2-SIREN TO EH-SIREN
           MOVE W-DATE-JOUR TO EH-DATE-FACTURE
           MOVE 30  TO EH-DELAI
           MOVE 'N' TO EH-FIN-DE-MOIS
           MOVE EH-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MA-DELAI-REGLEMENT NOT = ZERO
                       MOVE MA-DELAI-REGLEMENT TO EH-DELAI
                       IF MA-ECHEANCE-FIN-DE-MOIS
                           MOVE 'O' TO EH-FIN-DE-MOIS
                       END-IF
                   END-IF
           END-READ
           PERFORM CALCULER-ECHEANCE
           WRITE E-ECHEANCE
               INVALID KEY
                   DISPLAY 'ECHEANCE DEJA ENREGISTREE, FACTURE '
                       EH-NUM-FACTURE
           END-WRITE
           .

       CALCULER-ECHEANCE.
           MOVE EH-DATE-FACTURE TO W-EH-DATE-ECLATEE
           IF W-EH-MOIS < 1 OR W-EH-MOIS > 12
               MOVE EH-DATE-FACTURE TO EH-DATE-ECHEANCE
           ELSE
               MOVE EH-DELAI TO W-EH-JOURS
               PERFORM AVANCER-D-UN-JOUR W-EH-JOURS TIMES
               IF EH-ECHEANCE-FIN-DE-MOIS
                   PERFORM CALCULER-FIN-DE-MOIS
                   MOVE W-EH-FIN-DE-MOIS TO W-EH-JOUR
               END-IF
               MOVE W-EH-DATE-ECLATEE TO EH-DATE-ECHEANCE
           END-IF
           .

       AVANCER-D-UN-JOUR.
           PERFORM CALCULER-FIN-DE-MOIS
           IF W-EH-JOUR < W-EH-FIN-DE-MOIS
               ADD 1 TO W-EH-JOUR
           ELSE
               MOVE 1 TO W-EH-JOUR
               IF W-EH-MOIS < 12
                   ADD 1 TO W-EH-MOIS
               ELSE
                   MOVE 1 TO W-EH-MOIS
                   ADD 1 TO W-EH-ANNEE
               END-IF
           END-IF
           .

       CALCULER-FIN-DE-MOIS.
           MOVE W-EH-JOURS-DU-MOIS (W-EH-MOIS) TO W-EH-FIN-DE-MOIS
           IF W-EH-MOIS = 2
               DIVIDE W-EH-ANNEE BY 4
                   GIVING W-EH-QUOTIENT-BISSEXT
                   REMAINDER W-EH-RESTE-BISSEXT
               IF W-EH-RESTE-BISSEXT = ZERO
                   MOVE 29 TO W-EH-FIN-DE-MOIS
               END-IF
           END-IF
           .

      *    TAUX DE TVA DU TERRITOIRE DU DISTRIBUTEUR (CF PGMG1VE1,
      *    P-DETERMINER-TAUX-TVA) -- TERRITOIRE ABSENT VAUT TAUX ZERO
       DETERMINER-TAUX-TVA.
           MOVE ZERO TO VE-TAUX-TVA
           MOVE VE-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MA-TERRITOIRE NOT = SPACES
                       MOVE MA-TERRITOIRE TO TX-PAYS
                       READ TAXPAYS-KSDS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TX-TAUX-TVA TO VE-TAUX-TVA
                       END-READ
                   END-IF
           END-READ
           .

      *    DECREMENT DU STOCK PHYSIQUE DU SITE D EXPEDITION DE LA
      *    QUANTITE EXPEDIEE (BORNE A ZERO COMME DANS PGMG1VE1)
       DECREMENTER-STOCK.
           MOVE VE-CODEA  TO ST-CODEA
           MOVE VE-FORMAT TO ST-FORMAT
           SET ST-DEPOT-PRINCIPAL TO TRUE
           READ STOCK-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VE-QTE > ST-QTE-DISPO
                       MOVE ST-QTE-DISPO TO W-SM-QTE-APPLIQUEE
                       MOVE ZERO TO ST-QTE-DISPO
                   ELSE
                       MOVE VE-QTE TO W-SM-QTE-APPLIQUEE
                       SUBTRACT VE-QTE FROM ST-QTE-DISPO
                   END-IF
                   MOVE VE-DATE-VENTE TO ST-DATE-DERNIER-MVT
                   REWRITE E-STOCK
                   PERFORM JOURNALISER-MVT-STOCK
           END-READ
           .

      *    TRACE DU DECREMENT DANS LE JOURNAL DES STOCKS (CF
      *    STOCKMVT.cpy) -- NATURE VENTE, CLE DE LA VENTE CREEE EN
      *    REFERENCE, POUR QUE STKMVTRP RAPPROCHE LE SOLDE
       JOURNALISER-MVT-STOCK.
           MOVE SPACES        TO E-STOCKMVT
           MOVE VE-CODEA      TO SM-CODEA
           MOVE VE-FORMAT     TO SM-FORMAT
           MOVE ST-DEPOT      TO SM-DEPOT
           MOVE W-DATE-JOUR   TO SM-DATE
           MOVE W-HEURE-JOUR  TO SM-HEURE
           MOVE ZERO          TO SM-SEQ
           SET SM-MVT-VENTE TO TRUE
           MOVE '-'           TO SM-SENS
           MOVE W-SM-QTE-APPLIQUEE TO SM-QTE
           MOVE E-VE-KEY      TO SM-REFERENCE
           SET SM-NON-ECRIT TO TRUE
           PERFORM TENTER-ECRITURE-MVT UNTIL SM-ECRIT
           .

       TENTER-ECRITURE-MVT.
           ADD 1 TO SM-SEQ
           WRITE E-STOCKMVT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SM-ECRIT TO TRUE
           END-WRITE
           .

      *    MISE A JOUR DE L ENCOURS OUVERT DU DISTRIBUTEUR (CF
      *    PGMG1VE1, P-MAJ-SOLDE-COMPTE) -- LA FACTURE EMISE AUGMENTE
      *    LE SOLDE ; AUTO-CREATION DU COMPTE A LA PREMIERE FACTURE
       MAJ-SOLDE-COMPTE.
           COMPUTE W-MONTANT-VENTE = VE-PRIX * VE-QTE
           MOVE VE-SIREN TO CD-SIREN
           READ COMPTDI-KSDS
               INVALID KEY
                   MOVE SPACES TO E-COMPTDI
                   MOVE VE-SIREN TO CD-SIREN
                   MOVE W-MONTANT-VENTE TO CD-SOLDE
                   MOVE W-DATE-JOUR TO CD-DATE-MAJ
                   WRITE E-COMPTDI
               NOT INVALID KEY
                   ADD W-MONTANT-VENTE TO CD-SOLDE
                   MOVE W-DATE-JOUR TO CD-DATE-MAJ
                   REWRITE E-COMPTDI
           END-READ
           .

      *    LIGNE DU BON DE LIVRAISON -- NOUVEL EN-TETE A LA PREMIERE
      *    LIGNE EXPEDIEE D UNE AUTRE COMMANDE
       EDITER-LIGNE-BL.
           IF CD2-SIREN NOT = W-BL-SIREN
                   OR CD2-NUM-CDE NOT = W-BL-NUM-CDE
               PERFORM EDITER-EN-TETE-BL
           END-IF
           MOVE CD2-NUM-LIGNE       TO W-LD2-NUM-LIGNE
           MOVE CD2-CODEA           TO W-LD2-CODEA
           MOVE W-TITREA            TO W-LD2-TITREA
           MOVE CD2-FORMAT          TO W-LD2-FORMAT
           MOVE CD2-QTE-CDE         TO W-LD2-QTE-CDE
           MOVE W-QTE-DEJA-EXPEDIEE TO W-LD2-QTE-DEJA
           MOVE W-QTE-EXPEDIEE      TO W-LD2-QTE-LIVREE
           MOVE W-QTE-RESTE         TO W-LD2-QTE-RELIQUAT
           MOVE VE-NUM-FACTURE      TO W-LD2-NUM-FACTURE
           WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           .

       EDITER-EN-TETE-BL.
           MOVE CD2-SIREN   TO W-BL-SIREN
           MOVE CD2-NUM-CDE TO W-BL-NUM-CDE
           ADD 1 TO W-NUM-PAGE
           ADD 1 TO NB-BONS-EDITES
           PERFORM LIRE-MAISON
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
               WRITE PRINT-LIGNE FROM SPACES
           END-IF
           MOVE CD2-NUM-CDE     TO W-LT-NUM-CDE
           MOVE W-DATE-JOUR     TO W-LT-DATE
           MOVE W-NUM-PAGE      TO W-LT-NUM-PAGE
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE CD2-SIREN       TO W-LD-SIREN
           MOVE W-RAISON-SOC-MA TO W-LD-RAISON-SOC
           MOVE W-ADRESSE-MA    TO W-LD-ADRESSE
           WRITE PRINT-LIGNE FROM W-LIGNE-DISTRIBUTEUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-COLONNES
           .

       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC-MA
           MOVE SPACES                 TO W-ADRESSE-MA
           MOVE CD2-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-RAISON-SOC TO W-RAISON-SOC-MA
                   MOVE MA-ADRESSE    TO W-ADRESSE-MA
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CDEDIST-KSDS
           CLOSE VENTES-KSDS
           CLOSE ALBUM-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE TAXPAYS-KSDS
           CLOSE INVSEQ-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE STOCK-KSDS
           CLOSE COFFRET-KSDS
           CLOSE STOCKMVT-KSDS
           CLOSE COMPTDI-KSDS
           CLOSE CONVDIST-KSDS
           CLOSE PRINT-FILE
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEDEXPE - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES DE COMMANDE LUES   : ' NB-LIGNES-LUES
           DISPLAY 'LIGNES A SERVIR           : ' NB-LIGNES-A-SERVIR
           DISPLAY 'LIGNES SOLDEES            : ' NB-LIGNES-SOLDEES
           DISPLAY 'LIGNES SERVIES EN PARTIE  : ' NB-LIGNES-PARTIELLES
           DISPLAY 'LIGNES SANS DISPONIBLE    : ' NB-LIGNES-SANS-STOCK
           DISPLAY 'LIGNES ALBUM BLOQUE       : ' NB-LIGNES-BLOQUEES
           DISPLAY 'LIGNES HORS CONVENTION    : ' NB-LIGNES-HORS-CONV
           DISPLAY 'LIGNES EXCLUSIVITE TIERS  : ' NB-LIGNES-EXCLU-TIERS
           DISPLAY 'LIGNES COFFRET ECLATEES   : ' NB-LIGNES-COFFRET
           DISPLAY 'LIGNES NON SERVIES (ERR.) : ' NB-LIGNES-REJETEES
           DISPLAY 'QUANTITE TOTALE EXPEDIEE  : ' NB-QTE-EXPEDIEE
           DISPLAY 'BONS DE LIVRAISON EDITES  : ' NB-BONS-EDITES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CDEDIST.
           READ CDEDIST-KSDS NEXT RECORD
               AT END
                   SET FIN-CDEDIST TO TRUE
               NOT AT END
                   SET NON-FIN-CDEDIST TO TRUE
                   ADD 1 TO NB-LIGNES-LUES
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'CDEDEXPE' TO W-VR-JOB
           MOVE 'STOCKG1'   TO W-VR-FICHIER (1)
           MOVE 'COMPTDIG1' TO W-VR-FICHIER (2)
           MOVE 2           TO W-VR-NB
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
               MOVE 'CDEDEXPE' TO EX-BATCH
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
