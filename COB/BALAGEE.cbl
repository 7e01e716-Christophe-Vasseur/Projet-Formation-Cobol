      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE LA BALANCE AGEE DES CREANCES DISTRIBUTEURS      *
      *       (132 COL)                                                *
      *                                                                *
      *       PARCOURT LES FACTURES OUVERTES (VENTESG1, LIGNES SANS    *
      *       VE-STATUT-REGLEMENT) ET VENTILE LEUR MONTANT PAR         *
      *       DISTRIBUTEUR SELON LE RETARD SUR LEUR ECHEANCE STOCKEE   *
      *       (ECHEANG1, CONDITIONS DE REGLEMENT DE LA MAISON) : NON   *
      *       ECHU, 1 A 30 JOURS, 31 A 60, 61 A 90, PLUS DE 90. UNE    *
      *       FACTURE SANS ECHEANCE STOCKEE EST PRISE A 30 JOURS NETS. *
      *       LE RETARD SE COMPTE EN CALENDRIER COMMERCIAL (MOIS DE    *
      *       30 JOURS, MEME PRINCIPE SIMPLIFIE QUE TRESPREV)          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALAGEE.
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

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

      *    ECHEANCES STOCKEES DES FACTURES (CF ECHEANCE.cpy)
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

      *    BALANCE AGEE PRETE A IMPRIMER
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
               88 VE-FACTURE-REGLEE    VALUE 'R'.
               88 VE-FACTURE-ANNULEE   VALUE 'A'.
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

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
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR ET RANGS EN CALENDRIER COMMERCIAL (ANNEE DE 360
      * JOURS, MOIS DE 30 -- MEME PRINCIPE SIMPLIFIE QUE TRESPREV)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-RANG-JOUR-AUJ         PIC 9(09) VALUE ZERO.
       77 W-RANG-JOUR             PIC 9(09) VALUE ZERO.
       01 W-DATE-ECLATEE.
           05 W-DE-ANNEE              PIC 9(04).
           05 W-DE-MOIS               PIC 9(02).
           05 W-DE-JOUR               PIC 9(02).

      * RETARD DE LA FACTURE EN COURS SUR SON ECHEANCE (NEGATIF OU
      * NUL = NON ECHUE) ET TRANCHE D AGE CORRESPONDANTE (1 NON ECHU,
      * 2 DE 1 A 30 JOURS, 3 DE 31 A 60, 4 DE 61 A 90, 5 AU-DELA)
       77 W-JOURS-RETARD          PIC S9(09) VALUE ZERO.
       77 W-TRANCHE               PIC 9(01) VALUE ZERO.
       77 W-MONTANT-FACTURE       PIC 9(11)V9(02) VALUE ZERO.

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

      *    BALANCE PAR DISTRIBUTEUR, CONSTITUEE AU FIL DE LA LECTURE
      *    DES VENTES (LE FICHIER N EST PAS TRIE PAR SIREN)
       01 TABLE-BALANCE.
           05 TB-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TB.
               10 TB-SIREN            PIC X(05).
               10 TB-MONTANT          PIC 9(11)V9(02)
                                          OCCURS 5 TIMES.
               10 TB-TOTAL            PIC 9(11)V9(02).
       77 NB-BALANCE-TABLE        PIC 9(03) VALUE ZERO.
       01 BALANCE-TROUVEE-IND     PIC 9.
           88 BALANCE-TROUVEE         VALUE 1.
           88 BALANCE-NON-TROUVEE     VALUE 2.

      *    TOTAUX GENERAUX PAR TRANCHE
       01 TABLE-TOTAUX.
           05 TT-MONTANT              PIC 9(11)V9(02) OCCURS 5 TIMES.
       77 TT-TOTAL                PIC 9(13)V9(02) VALUE ZERO.
       77 K                       PIC 9(01) VALUE ZERO.

      * EN-TETES DE L ETAT
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(41) VALUE
               'BALANCE AGEE DES CREANCES DISTRIBUTEURS '.
           05 FILLER                  PIC X(05) VALUE 'AU : '.
           05 W-LT-DATE-JOUR          PIC 9(08).
           05 FILLER                  PIC X(78).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(37) VALUE
               'SIREN RAISON SOCIALE'.
           05 FILLER                  PIC X(14) VALUE
               '      NON ECHU'.
           05 FILLER                  PIC X(14) VALUE
               '    1-30 JOURS'.
           05 FILLER                  PIC X(14) VALUE
               '   31-60 JOURS'.
           05 FILLER                  PIC X(14) VALUE
               '   61-90 JOURS'.
           05 FILLER                  PIC X(14) VALUE
               '    + 90 JOURS'.
           05 FILLER                  PIC X(17) VALUE
               '            TOTAL'.
           05 FILLER                  PIC X(08).

      * LIGNE PAR DISTRIBUTEUR (ET LIGNE DE TOTAL GENERAL)
       01 W-LIGNE-BALANCE.
           05 W-LB-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LB-RAISON-SOC         PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LB-TRANCHE            PIC Z(10)9,99 OCCURS 5 TIMES.
           05 FILLER                  PIC X(01).
           05 W-LB-TOTAL              PIC Z(12)9,99.
           05 FILLER                  PIC X(08).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * ZONE DE TRAVAIL POUR LA RAISON SOCIALE RECHERCHEE PAR CLE
       77 W-RAISON-SOC-MA            PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES             PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-OUVERTES       PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-ECHUES         PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-IGNOREES       PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VENTES
       01 FIN-VENTES-IND             PIC 9.
           88 FIN-VENTES                 VALUE 1.
           88 NON-FIN-VENTES             VALUE 2.

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
           INITIALIZE TABLE-BALANCE
           INITIALIZE TABLE-TOTAUX
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           PERFORM CALCULER-RANG-JOUR
           MOVE W-RANG-JOUR TO W-RANG-JOUR-AUJ
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BALANCE AGEE'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'BALAGEE - BALANCE AGEE DES CREANCES'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               PERFORM EXAMINER-FACTURE
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM

           PERFORM EDITER-BALANCE

           PERFORM FIN-TRAITEMENT
           .

      *    UN RETOUR N EST PAS UNE CREANCE ; UNE VENTE SANS NUMERO DE
      *    FACTURE N A PAS ETE FACTUREE (MEMES CRITERES QUE RELANLET)
       EXAMINER-FACTURE.
           IF NOT VE-MVT-RETOUR
                   AND VE-NUM-FACTURE NOT = ZERO
                   AND NOT VE-FACTURE-SOLDEE
               ADD 1 TO NB-FACTURES-OUVERTES
               PERFORM LIRE-ECHEANCE
               PERFORM DETERMINER-TRANCHE
               PERFORM RECHERCHER-OU-CREER-BALANCE
               IF BALANCE-TROUVEE
                   COMPUTE W-MONTANT-FACTURE = VE-PRIX * VE-QTE
                   ADD W-MONTANT-FACTURE
                       TO TB-MONTANT (IDX-TB, W-TRANCHE)
                   ADD W-MONTANT-FACTURE TO TB-TOTAL (IDX-TB)
                   ADD W-MONTANT-FACTURE TO TT-MONTANT (W-TRANCHE)
                   ADD W-MONTANT-FACTURE TO TT-TOTAL
               ELSE
                   ADD 1 TO NB-FACTURES-IGNOREES
               END-IF
           END-IF
           .

      *    RETARD EN JOURS COMMERCIAUX ENTRE L ECHEANCE ET LA DATE
      *    DU JOUR
       DETERMINER-TRANCHE.
           MOVE EH-DATE-ECHEANCE TO W-DATE-ECLATEE
           PERFORM CALCULER-RANG-JOUR
           COMPUTE W-JOURS-RETARD = W-RANG-JOUR-AUJ - W-RANG-JOUR
           EVALUATE TRUE
               WHEN W-JOURS-RETARD NOT > ZERO
                   MOVE 1 TO W-TRANCHE
               WHEN W-JOURS-RETARD NOT > 30
                   MOVE 2 TO W-TRANCHE
               WHEN W-JOURS-RETARD NOT > 60
                   MOVE 3 TO W-TRANCHE
               WHEN W-JOURS-RETARD NOT > 90
                   MOVE 4 TO W-TRANCHE
               WHEN OTHER
                   MOVE 5 TO W-TRANCHE
           END-EVALUATE
           IF W-TRANCHE > 1
               ADD 1 TO NB-FACTURES-ECHUES
           END-IF
           .

      *    RANG DU JOUR EN CALENDRIER COMMERCIAL (ANNEE DE 360
      *    JOURS, MOIS DE 30)
       CALCULER-RANG-JOUR.
           COMPUTE W-RANG-JOUR = (W-DE-ANNEE * 360)
               + (W-DE-MOIS * 30) + W-DE-JOUR
           .

      *    LA TABLE EST LIMITEE A 500 DISTRIBUTEURS : AU-DELA, LA
      *    FACTURE EST SIGNALEE ET COMPTEE COMME IGNOREE
       RECHERCHER-OU-CREER-BALANCE.
           SET BALANCE-NON-TROUVEE TO TRUE
           SET IDX-TB TO 1
           SEARCH TB-ENTREE
               AT END
                   SET BALANCE-NON-TROUVEE TO TRUE
               WHEN TB-SIREN (IDX-TB) = VE-SIREN
                       AND IDX-TB <= NB-BALANCE-TABLE
                   SET BALANCE-TROUVEE TO TRUE
           END-SEARCH
           IF BALANCE-NON-TROUVEE
               IF NB-BALANCE-TABLE < 500
                   ADD 1 TO NB-BALANCE-TABLE
                   SET IDX-TB TO NB-BALANCE-TABLE
                   MOVE VE-SIREN TO TB-SIREN (IDX-TB)
                   SET BALANCE-TROUVEE TO TRUE
               ELSE
                   DISPLAY 'TABLE DES DISTRIBUTEURS PLEINE, FACTURE '
                       VE-NUM-FACTURE ' IGNOREE'
               END-IF
           END-IF
           .

      *    UNE LIGNE PAR DISTRIBUTEUR, PUIS LE TOTAL GENERAL
       EDITER-BALANCE.
           MOVE W-DATE-JOUR TO W-LT-DATE-JOUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TB FROM 1 BY 1
                   UNTIL IDX-TB > NB-BALANCE-TABLE
               PERFORM LIRE-MAISON
               MOVE SPACES            TO W-LIGNE-BALANCE
               MOVE TB-SIREN (IDX-TB) TO W-LB-SIREN
               MOVE W-RAISON-SOC-MA   TO W-LB-RAISON-SOC
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   MOVE TB-MONTANT (IDX-TB, K) TO W-LB-TRANCHE (K)
               END-PERFORM
               MOVE TB-TOTAL (IDX-TB) TO W-LB-TOTAL
               WRITE PRINT-LIGNE FROM W-LIGNE-BALANCE
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE SPACES               TO W-LIGNE-BALANCE
           MOVE 'TOTAL GENERAL'      TO W-LB-RAISON-SOC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE TT-MONTANT (K) TO W-LB-TRANCHE (K)
           END-PERFORM
           MOVE TT-TOTAL             TO W-LB-TOTAL
           WRITE PRINT-LIGNE FROM W-LIGNE-BALANCE
           .

       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC-MA
           MOVE TB-SIREN (IDX-TB) TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-RAISON-SOC TO W-RAISON-SOC-MA
           END-READ
           .

      *    ECHEANCE STOCKEE DE LA FACTURE (ECHEANG1) -- UNE FACTURE
      *    EMISE AVANT LES CONDITIONS DE REGLEMENT PAR DISTRIBUTEUR
      *    N EN A PAS : SON ECHEANCE EST CALCULEE A 30 JOURS NETS
       LIRE-ECHEANCE.
           MOVE VE-NUM-FACTURE TO EH-NUM-FACTURE
           READ ECHEANCE-KSDS
               INVALID KEY
                   MOVE VE-SIREN TO EH-SIREN
                   IF VE-DATE-VENTE IS NUMERIC
                       MOVE VE-DATE-VENTE TO EH-DATE-FACTURE
                   ELSE
                       MOVE ZERO TO EH-DATE-FACTURE
                   END-IF
                   MOVE 30  TO EH-DELAI
                   MOVE 'N' TO EH-FIN-DE-MOIS
                   PERFORM CALCULER-ECHEANCE
           END-READ
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

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'BALAGEE - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'FACTURES OUVERTES         : '
               NB-FACTURES-OUVERTES
           DISPLAY 'DONT ECHUES               : ' NB-FACTURES-ECHUES
           DISPLAY 'FACTURES IGNOREES         : '
               NB-FACTURES-IGNOREES
           DISPLAY 'DISTRIBUTEURS EN BALANCE  : ' NB-BALANCE-TABLE
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
