      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D EXTRACTION DE LA DECLARATION D ECHANGES DE       *
      *       BIENS (DEB) -- EXPEDITIONS VERS LES AUTRES ETATS         *
      *       MEMBRES DE L UNION EUROPEENNE                            *
      *                                                                *
      *       CUMULE SUR LE MOIS LES LIGNES PHYSIQUES DE VENTESG1      *
      *       (SUPPORT CD OU VINYLE, UN COFFRET SUR SA LIGNE DE RANG   *
      *       1 COMME A LA FACTURATION) DES DISTRIBUTEURS DONT LE      *
      *       TERRITOIRE (MA-TERRITOIRE) EST UN ETAT MEMBRE AUTRE QUE  *
      *       LE TERRITOIRE NATIONAL (TX-PAYS-UE SUR TAXPAYG1), NET    *
      *       DES LIGNES DE RETOUR DU MOIS, PAR PAYS DE DESTINATION,   *
      *       NOMENCLATURE COMBINEE, NATURE DE TRANSACTION ET NUMERO   *
      *       DE TVA DE L ACQUEREUR (MAISFIG1), DANS LA DISPOSITION    *
      *       FIXE DU DEPOT EN DOUANE (DDDEBDCL). LA VALEUR EST LA     *
      *       VALEUR HORS TAXE EN EUROS ENTIERS, CONVERTIE AU TAUX DE  *
      *       CHANGE EN VIGUEUR A LA DATE DE LA LIGNE (DEVISHG1).      *
      *                                                                *
      *       LE COMPTE RENDU DE CONTROLE LISTE LES DISTRIBUTEURS      *
      *       POUR LESQUELS UNE DONNEE MANQUE : MAISON INCONNUE,       *
      *       TERRITOIRE ABSENT DE TAXPAYG1 OU SANS CODE PAYS ISO      *
      *       (LIGNES NON DECLAREES), NUMERO DE TVA ABSENT (LIGNES     *
      *       DECLAREES SOUS L IDENTIFIANT INCONNU QV999999999999)     *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         COL 1-6   MOIS DECLARE AAAAMM (OBLIGATOIRE)            *
      *         COL 8-15  NOMENCLATURE DES CD (VIDE = 85234991)        *
      *         COL 17-24 NOMENCLATURE DES VINYLES (VIDE = 85238010)   *
      *         COL 26-28 TERRITOIRE NATIONAL (VIDE = 'FR ')           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBDECL.
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

      *    IDENTIFIANTS FISCAUX DES MAISONS (CF MAISONFI.cpy)
           SELECT MAISONFI-KSDS
               ASSIGN TO DDMAISFI
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MF-SIREN
               FILE STATUS F-MF-STATUS
               .

      *    PAYS/ZONES : APPARTENANCE A L UNION ET CODE ISO
           SELECT TAXPAYS-KSDS
               ASSIGN TO DDTAXPAY
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TX-PAYS
               FILE STATUS F-TX-STATUS
               .

           SELECT DEVISE-KSDS
               ASSIGN TO DDDEVISE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-DEVISE
               FILE STATUS F-DV-STATUS
               .

      *    HISTORIQUE DES TAUX DE CHANGE, POUR CONVERTIR AU TAUX EN
      *    VIGUEUR A LA DATE DE LA VENTE (CF DEVISEH.cpy)
           SELECT DEVISEH-KSDS
               ASSIGN TO DDDEVISH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
               .

      *    EXTRAIT DE DECLARATION, DISPOSITION FIXE DU DEPOT EN
      *    DOUANE (UNE LIGNE PAR PAYS + NOMENCLATURE + NATURE +
      *    ACQUEREUR)
           SELECT DEBDCL-FILE
               ASSIGN TO DDDEBDCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-DB-STATUS
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
               88 VE-FORMAT-CD         VALUE 'C'.
               88 VE-FORMAT-VINYLE     VALUE 'V'.
           05 VE-STATUT-REGLEMENT  PIC X(01).
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD MAISONFI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISONFI
           .

       COPY MAISONFI.

       FD TAXPAYS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TAXPAYS
           .

       COPY TAXPAYS.

       FD DEVISE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISE
           .

       COPY DEVISE.

      *    F-DEVISEH PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD DEVISEH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISEH
           .

       01 E-DEVISEH.
           05 DH-DEVISE             PIC X(03).
           05 DH-DATE-EFFET         PIC X(08).
           05 DH-TAUX               PIC 9(03)V9(04).
           05 FILLER                PIC X(62).

       01 DH-CLE REDEFINES E-DEVISEH.
           05 DH-CLE-DEVISE         PIC X(03).
           05 DH-CLE-DATE           PIC X(08).
           05 FILLER                PIC X(69).

       FD DEBDCL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEBDCL
           .

       01 E-DEBDCL.
      *    'E' EXPEDITION
           05 DB-FLUX              PIC X(01).
           05 DB-PERIODE           PIC 9(06).
           05 DB-NUM-LIGNE         PIC 9(05).
           05 DB-NOMENCLATURE      PIC X(08).
           05 DB-PAYS              PIC X(02).
      *    REGIME 21 -- LIVRAISON EXONEREE A UN ASSUJETTI D UN AUTRE
      *    ETAT MEMBRE
           05 DB-REGIME            PIC X(02).
           05 DB-NATURE            PIC X(02).
      *    VALEUR HORS TAXE EN EUROS ENTIERS
           05 DB-VALEUR            PIC 9(11).
           05 DB-QUANTITE          PIC 9(10).
           05 DB-NUM-TVA-ACQ       PIC X(14).
           05 FILLER               PIC X(19).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-MF-STATUS             PIC X(02) VALUE '00'.
       77 F-TX-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-DB-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- MOIS DECLARE, NOMENCLATURES DES SUPPORTS
      * PHYSIQUES ET TERRITOIRE NATIONAL
       01 W-PARM-CARD.
           05 W-PARM-PERIODE          PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-PARM-NC-CD            PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-PARM-NC-VINYLE        PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-PARM-TERRITOIRE       PIC X(03).
           05 FILLER                  PIC X(52).

      * NATURE DE TRANSACTION DES VENTES FERMES ; LES RETOURS SE
      * DEDUISENT DE LA VENTE QU ILS ANNULENT ET NE FORMENT PAS DE
      * LIGNE PROPRE. REGIME DES LIVRAISONS INTRACOMMUNAUTAIRES
       77 W-NATURE-VENTE          PIC X(02) VALUE '11'.
       77 W-REGIME-EXPEDITION     PIC X(02) VALUE '21'.
      * IDENTIFIANT CONVENU POUR UN ACQUEREUR DONT LE NUMERO DE TVA
      * N EST PAS CONNU
       77 W-TVA-INCONNUE          PIC X(14) VALUE 'QV999999999999'.

      * DISTRIBUTEURS DEJA QUALIFIES -- CHAQUE MAISON N EST LUE ET,
      * LE CAS ECHEANT, SIGNALEE AU COMPTE RENDU QU UNE FOIS
       01 TABLE-DISTRIB.
           05 TDI-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TDI.
               10 TDI-SIREN           PIC X(05).
      *    'D' A DECLARER, 'N' HORS CHAMP (NATIONAL OU HORS UNION),
      *    'X' DONNEE MANQUANTE, LIGNES ECARTEES
               10 TDI-ETAT            PIC X(01).
               10 TDI-PAYS            PIC X(02).
               10 TDI-NUM-TVA         PIC X(14).
       77 NB-DISTRIB-TABLE        PIC 9(03) VALUE ZERO.
       01 DISTRIB-IND             PIC 9.
           88 DISTRIB-TROUVE          VALUE 1.
           88 DISTRIB-ABSENT          VALUE 2.

      *    CUMULS PAR PAYS, NOMENCLATURE, NATURE ET ACQUEREUR -- LA
      *    VALEUR ET LA QUANTITE SONT SIGNEES LE TEMPS DU CUMUL (LES
      *    RETOURS SE DEDUISENT)
       01 TABLE-DEB.
           05 TB-ENTREE OCCURS 1000 TIMES INDEXED BY IDX-TB.
               10 TBE-PAYS            PIC X(02).
               10 TBE-NOMENCLATURE    PIC X(08).
               10 TBE-NATURE          PIC X(02).
               10 TBE-NUM-TVA         PIC X(14).
               10 TBE-VALEUR          PIC S9(11)V9(02).
               10 TBE-QUANTITE        PIC S9(09).
       77 NB-LIGNES-TABLE         PIC 9(04) VALUE ZERO.
       01 DEB-IND                 PIC 9.
           88 DEB-TROUVEE             VALUE 1.
           88 DEB-ABSENTE             VALUE 2.

      * LIGNE EN COURS -- QUANTITE ET PRIX UNITAIRE TTC (LE COFFRET
      * POUR SA LIGNE COMPOSANT DE RANG 1), MONTANTS ET CLE DE CUMUL
       77 W-QTE-LIGNE             PIC 9(05) VALUE ZERO.
       77 W-PRIX-LIGNE            PIC 9(05)V9(02) VALUE ZERO.
       77 W-MONTANT-TTC           PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-TAXE          PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-HT            PIC 9(11)V9(02) VALUE ZERO.
       77 W-VALEUR-EUR            PIC 9(11)V9(02) VALUE ZERO.
       77 W-NOMENCLATURE          PIC X(08) VALUE SPACES.

      * TAUX DE CONVERSION DE LA VENTE EN COURS (DEFAUT 1, DEVISE
      * INCONNUE OU NON RENSEIGNEE TRAITEE COMME DEJA EN EUROS)
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.

      *    HISTORIQUE DES TAUX DE CHANGE, CHARGE EN MEMOIRE AU
      *    DEMARRAGE (CF CHARGER-TABLE-DEVISES / TROUVER-TAUX-
      *    HISTORIQUE) -- TAILLE MODESTE, UNE LIGNE PAR DEVISE ET PAR
      *    CHANGEMENT DE TAUX
       01 TABLE-DEVISES.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-DEVISE           PIC X(03).
               10 TD-DATE-EFFET       PIC X(08).
               10 TD-TAUX             PIC 9(03)V9(04).
       77 NB-TAUX-HISTO           PIC 9(03) VALUE ZERO.
       77 W-DATE-EFFET-RETENU     PIC X(08).
       01 TAUX-HISTO-IND          PIC 9.
           88 TAUX-HISTO-TROUVE       VALUE 1.
           88 TAUX-HISTO-NON-TROUVE   VALUE 2.

      * TOTAUX DE CONTROLE DE L EXTRAIT
       77 W-CTRL-VALEUR           PIC 9(13) VALUE ZERO.
       77 W-CTRL-QUANTITE         PIC 9(11) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-RETENUES      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-ECARTEES      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXTRAIT       PIC 9(05) VALUE ZERO.
       77 NB-CUMULS-NEGATIFS      PIC 9(05) VALUE ZERO.
       77 NB-ANOMALIES            PIC 9(05) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VENTES
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.

      * INDICATEUR DE FIN DE FICHIER HISTORIQUE DES TAUX DE CHANGE
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.

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
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-PERIODE IS NOT NUMERIC
               DISPLAY 'CARTE PARAMETRE INVALIDE : MOIS DECLARE '
                   W-PARM-PERIODE
               PERFORM FIN-TRAITEMENT
           END-IF
           IF W-PARM-NC-CD = SPACES
               MOVE '85234991' TO W-PARM-NC-CD
           END-IF
           IF W-PARM-NC-VINYLE = SPACES
               MOVE '85238010' TO W-PARM-NC-VINYLE
           END-IF
           IF W-PARM-TERRITOIRE = SPACES
               MOVE 'FR ' TO W-PARM-TERRITOIRE
           END-IF
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
           OPEN INPUT MAISONFI-KSDS
           IF F-MF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISFIG1'
               DISPLAY 'CODE ERREUR = ' F-MF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT TAXPAYS-KSDS
           IF F-TX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER TAXPAYS'
               DISPLAY 'CODE ERREUR = ' F-TX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISE-KSDS
           IF F-DV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISE'
               DISPLAY 'CODE ERREUR = ' F-DV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISEH-KSDS
           IF F-DH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISHG1'
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT DEBDCL-FILE
           IF F-DB-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DE DECLARATION'
               DISPLAY 'CODE ERREUR = ' F-DB-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'DEBDECL - DECLARATION D ECHANGES DE BIENS'
           DISPLAY 'MOIS DECLARE : ' W-PARM-PERIODE
           DISPLAY '---------------------------------------------'
           DISPLAY ' '
           DISPLAY 'COMPTE RENDU DE CONTROLE DES DISTRIBUTEURS'

           PERFORM LECTURE-ENRG-VENTES

           PERFORM UNTIL FIN-VENTES
               IF VE-DATE-VENTE(1:6) = W-PARM-PERIODE
                       AND (VE-FORMAT-CD OR VE-FORMAT-VINYLE)
                   PERFORM TRAITER-LIGNE
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM

           PERFORM ECRIRE-EXTRAIT
           PERFORM FIN-TRAITEMENT
           .

      *    UN COFFRET ECLATE EN COMPOSANTS EST DECLARE UNE SEULE FOIS,
      *    SUR SA LIGNE DE RANG 1, A SA QUANTITE ET SON PRIX DE VENTE
       TRAITER-LIGNE.
           IF VE-LIGNE-COMPOSANT AND NOT VE-MVT-RETOUR
               IF VE-RANG-COMPOSANT = 1
                   MOVE VE-QTE-COFFRET  TO W-QTE-LIGNE
                   MOVE VE-PRIX-COFFRET TO W-PRIX-LIGNE
                   PERFORM CUMULER-LIGNE
               END-IF
           ELSE
               MOVE VE-QTE  TO W-QTE-LIGNE
               MOVE VE-PRIX TO W-PRIX-LIGNE
               PERFORM CUMULER-LIGNE
           END-IF
           .

      *    LE PRIX EST TOUTES TAXES COMPRISES (CF VE-TAUX-TVA SUR
      *    VENTES.cpy) : LA VALEUR DECLAREE EST LE HORS TAXE, CONVERTI
      *    EN EUROS. UN RETOUR DEDUIT SA VALEUR ET SA QUANTITE
       CUMULER-LIGNE.
           PERFORM QUALIFIER-DISTRIBUTEUR
           IF DISTRIB-ABSENT
               ADD 1 TO NB-LIGNES-ECARTEES
           ELSE
               PERFORM CUMULER-VALEUR
           END-IF
           .

       CUMULER-VALEUR.
           EVALUATE TDI-ETAT (IDX-TDI)
               WHEN 'D'
                   ADD 1 TO NB-LIGNES-RETENUES
                   COMPUTE W-MONTANT-TTC = W-PRIX-LIGNE * W-QTE-LIGNE
                   COMPUTE W-MONTANT-TAXE ROUNDED = W-MONTANT-TTC
                       * VE-TAUX-TVA / (100 + VE-TAUX-TVA)
                   COMPUTE W-MONTANT-HT = W-MONTANT-TTC - W-MONTANT-TAXE
                   PERFORM LIRE-DEVISE
                   COMPUTE W-VALEUR-EUR ROUNDED =
                       W-MONTANT-HT * W-TAUX-VENTE
                   IF VE-FORMAT-VINYLE
                       MOVE W-PARM-NC-VINYLE TO W-NOMENCLATURE
                   ELSE
                       MOVE W-PARM-NC-CD     TO W-NOMENCLATURE
                   END-IF
                   PERFORM RECHERCHER-CUMUL
                   IF DEB-TROUVEE
                       IF VE-MVT-RETOUR
                           SUBTRACT W-VALEUR-EUR
                               FROM TBE-VALEUR (IDX-TB)
                           SUBTRACT W-QTE-LIGNE
                               FROM TBE-QUANTITE (IDX-TB)
                       ELSE
                           ADD W-VALEUR-EUR TO TBE-VALEUR (IDX-TB)
                           ADD W-QTE-LIGNE TO TBE-QUANTITE (IDX-TB)
                       END-IF
                   END-IF
               WHEN 'X'
                   ADD 1 TO NB-LIGNES-ECARTEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    PREMIERE RENCONTRE D UN DISTRIBUTEUR : TERRITOIRE, PAYS
      *    DE L UNION, CODE ISO ET NUMERO DE TVA -- TOUTE DONNEE
      *    MANQUANTE EST SIGNALEE AU COMPTE RENDU DE CONTROLE
       QUALIFIER-DISTRIBUTEUR.
           SET DISTRIB-ABSENT TO TRUE
           SET IDX-TDI TO 1
           SEARCH TDI-ENTREE
               AT END
                   SET DISTRIB-ABSENT TO TRUE
               WHEN IDX-TDI > NB-DISTRIB-TABLE
                   SET DISTRIB-ABSENT TO TRUE
               WHEN TDI-SIREN (IDX-TDI) = VE-SIREN
                   SET DISTRIB-TROUVE TO TRUE
           END-SEARCH
           IF DISTRIB-ABSENT
               IF NB-DISTRIB-TABLE < 500
                   ADD 1 TO NB-DISTRIB-TABLE
                   SET IDX-TDI TO NB-DISTRIB-TABLE
                   MOVE VE-SIREN TO TDI-SIREN (IDX-TDI)
                   MOVE 'N'      TO TDI-ETAT (IDX-TDI)
                   MOVE SPACES   TO TDI-PAYS (IDX-TDI)
                   MOVE SPACES   TO TDI-NUM-TVA (IDX-TDI)
                   PERFORM CONTROLER-MAISON
                   SET DISTRIB-TROUVE TO TRUE
               ELSE
                   DISPLAY 'TABLE DES DISTRIBUTEURS PLEINE, VENTE '
                       E-VE-KEY ' NON DECLAREE'
                   ADD 1 TO NB-ANOMALIES
               END-IF
           END-IF
           .

       CONTROLER-MAISON.
           MOVE VE-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   MOVE 'X' TO TDI-ETAT (IDX-TDI)
                   ADD 1 TO NB-ANOMALIES
                   DISPLAY '  MAISON ' VE-SIREN
                       ' INCONNUE DE MAISONG1 -- LIGNES NON DECLAREES'
               NOT INVALID KEY
                   IF MA-TERRITOIRE NOT = W-PARM-TERRITOIRE
                       PERFORM CONTROLER-TERRITOIRE
                   END-IF
           END-READ
           .

       CONTROLER-TERRITOIRE.
           MOVE MA-TERRITOIRE TO TX-PAYS
           READ TAXPAYS-KSDS
               INVALID KEY
                   MOVE 'X' TO TDI-ETAT (IDX-TDI)
                   ADD 1 TO NB-ANOMALIES
                   DISPLAY '  MAISON ' VE-SIREN ' TERRITOIRE '
                       MA-TERRITOIRE ' ABSENT DE TAXPAYG1 -- '
                       'LIGNES NON DECLAREES'
               NOT INVALID KEY
                   IF TX-PAYS-UE
                       PERFORM CONTROLER-IDENTIFIANTS
                   END-IF
           END-READ
           .

       CONTROLER-IDENTIFIANTS.
           IF TX-CODE-ISO = SPACES
               MOVE 'X' TO TDI-ETAT (IDX-TDI)
               ADD 1 TO NB-ANOMALIES
               DISPLAY '  MAISON ' VE-SIREN ' TERRITOIRE '
                   MA-TERRITOIRE ' SANS CODE PAYS ISO -- '
                   'LIGNES NON DECLAREES'
           ELSE
               MOVE 'D'         TO TDI-ETAT (IDX-TDI)
               MOVE TX-CODE-ISO TO TDI-PAYS (IDX-TDI)
               MOVE VE-SIREN    TO MF-SIREN
               READ MAISONFI-KSDS
                   INVALID KEY
                       MOVE SPACES TO MF-NUM-TVA-UE
               END-READ
               IF MF-NUM-TVA-UE = SPACES
                   MOVE W-TVA-INCONNUE TO TDI-NUM-TVA (IDX-TDI)
                   ADD 1 TO NB-ANOMALIES
                   DISPLAY '  MAISON ' VE-SIREN ' ' MA-RAISON-SOC
                       ' SANS NUMERO DE TVA -- DECLAREE SOUS '
                       W-TVA-INCONNUE
               ELSE
                   MOVE MF-NUM-TVA-UE TO TDI-NUM-TVA (IDX-TDI)
               END-IF
           END-IF
           .

       RECHERCHER-CUMUL.
           SET DEB-ABSENTE TO TRUE
           SET IDX-TB TO 1
           SEARCH TB-ENTREE
               AT END
                   SET DEB-ABSENTE TO TRUE
               WHEN IDX-TB > NB-LIGNES-TABLE
                   SET DEB-ABSENTE TO TRUE
               WHEN TBE-PAYS (IDX-TB) = TDI-PAYS (IDX-TDI)
                       AND TBE-NOMENCLATURE (IDX-TB) = W-NOMENCLATURE
                       AND TBE-NATURE (IDX-TB) = W-NATURE-VENTE
                       AND TBE-NUM-TVA (IDX-TB) = TDI-NUM-TVA (IDX-TDI)
                   SET DEB-TROUVEE TO TRUE
           END-SEARCH
           IF DEB-ABSENTE
               IF NB-LIGNES-TABLE < 1000
                   ADD 1 TO NB-LIGNES-TABLE
                   SET IDX-TB TO NB-LIGNES-TABLE
                   MOVE TDI-PAYS (IDX-TDI)    TO TBE-PAYS (IDX-TB)
                   MOVE W-NOMENCLATURE
                       TO TBE-NOMENCLATURE (IDX-TB)
                   MOVE W-NATURE-VENTE        TO TBE-NATURE (IDX-TB)
                   MOVE TDI-NUM-TVA (IDX-TDI) TO TBE-NUM-TVA (IDX-TB)
                   MOVE ZERO TO TBE-VALEUR (IDX-TB)
                   MOVE ZERO TO TBE-QUANTITE (IDX-TB)
                   SET DEB-TROUVEE TO TRUE
               ELSE
                   ADD 1 TO NB-ANOMALIES
                   DISPLAY 'TABLE DES CUMULS PLEINE, VENTE '
                       E-VE-KEY ' NON DECLAREE'
               END-IF
           END-IF
           .

      *    UNE LIGNE D EXTRAIT PAR CUMUL -- UN CUMUL NUL EST OMIS, UN
      *    CUMUL DEVENU NEGATIF (RETOURS SUPERIEURS AUX EXPEDITIONS DU
      *    MOIS) N EST PAS DECLARE ET EST SIGNALE
       ECRIRE-EXTRAIT.
           DISPLAY ' '
           DISPLAY 'LIGNES DE LA DECLARATION'
           PERFORM ECRIRE-LIGNE-EXTRAIT
               VARYING IDX-TB FROM 1 BY 1
               UNTIL IDX-TB > NB-LIGNES-TABLE
           DISPLAY ' '
           DISPLAY 'TOTAUX DE CONTROLE DE L EXTRAIT'
           DISPLAY 'VALEUR DECLAREE (EUR)     : ' W-CTRL-VALEUR
           DISPLAY 'QUANTITE DECLAREE         : ' W-CTRL-QUANTITE
           .

       ECRIRE-LIGNE-EXTRAIT.
           IF TBE-VALEUR (IDX-TB) < ZERO
                   OR TBE-QUANTITE (IDX-TB) < ZERO
               ADD 1 TO NB-CUMULS-NEGATIFS
               DISPLAY 'CUMUL NEGATIF NON DECLARE, PAYS '
                   TBE-PAYS (IDX-TB) ' NOMENCLATURE '
                   TBE-NOMENCLATURE (IDX-TB) ' ACQUEREUR '
                   TBE-NUM-TVA (IDX-TB)
           ELSE
               IF TBE-VALEUR (IDX-TB) NOT = ZERO
                       OR TBE-QUANTITE (IDX-TB) NOT = ZERO
                   ADD 1 TO NB-LIGNES-EXTRAIT
                   MOVE SPACES TO E-DEBDCL
                   MOVE 'E'                       TO DB-FLUX
                   MOVE W-PARM-PERIODE            TO DB-PERIODE
                   MOVE NB-LIGNES-EXTRAIT         TO DB-NUM-LIGNE
                   MOVE TBE-NOMENCLATURE (IDX-TB) TO DB-NOMENCLATURE
                   MOVE TBE-PAYS (IDX-TB)         TO DB-PAYS
                   MOVE W-REGIME-EXPEDITION       TO DB-REGIME
                   MOVE TBE-NATURE (IDX-TB)       TO DB-NATURE
                   COMPUTE DB-VALEUR ROUNDED = TBE-VALEUR (IDX-TB)
                   MOVE TBE-QUANTITE (IDX-TB)     TO DB-QUANTITE
                   MOVE TBE-NUM-TVA (IDX-TB)      TO DB-NUM-TVA-ACQ
                   WRITE E-DEBDCL
                   ADD DB-VALEUR   TO W-CTRL-VALEUR
                   ADD DB-QUANTITE TO W-CTRL-QUANTITE
                   DISPLAY 'PAYS ' DB-PAYS
                       ' NOMENCLATURE ' DB-NOMENCLATURE
                       ' NATURE ' DB-NATURE
                       ' ACQUEREUR ' DB-NUM-TVA-ACQ
                       ' VALEUR ' DB-VALEUR
                       ' QTE ' DB-QUANTITE
               END-IF
           END-IF
           .

      *    CHARGEMENT EN TABLE DE L HISTORIQUE DES TAUX DE CHANGE (CF
      *    CLOTMOIS POUR LE MEME PRINCIPE)
       CHARGER-TABLE-DEVISES.
           MOVE ZERO TO NB-TAUX-HISTO
           PERFORM LECTURE-ENRG-DEVISEH
           PERFORM UNTIL FIN-DEVISEH OR NB-TAUX-HISTO = 500
               ADD 1 TO NB-TAUX-HISTO
               MOVE DH-DEVISE TO TD-DEVISE (NB-TAUX-HISTO)
               MOVE DH-DATE-EFFET TO TD-DATE-EFFET (NB-TAUX-HISTO)
               MOVE DH-TAUX TO TD-TAUX (NB-TAUX-HISTO)
               PERFORM LECTURE-ENRG-DEVISEH
           END-PERFORM
           .

       LIRE-DEVISE.
           MOVE 1 TO W-TAUX-VENTE
           IF VE-DEVISE NOT = SPACES
               PERFORM TROUVER-TAUX-HISTORIQUE
               IF TAUX-HISTO-NON-TROUVE
                   MOVE VE-DEVISE TO DV-DEVISE
                   READ DEVISE-KSDS
                       INVALID KEY
                           MOVE 1 TO W-TAUX-VENTE
                       NOT INVALID KEY
                           MOVE DV-TAUX TO W-TAUX-VENTE
                   END-READ
               END-IF
           END-IF
           .

      *    RECHERCHE, DANS L HISTORIQUE CHARGE EN TABLE, LE TAUX DE LA
      *    DEVISE DE LA VENTE DONT LA DATE D EFFET EST LA PLUS RECENTE
      *    SANS DEPASSER LA DATE DE LA VENTE -- A DEFAUT DE TAUX
      *    HISTORIQUE APPLICABLE, LIRE-DEVISE RETOMBE SUR LE TAUX
      *    COURANT DE DEVISEG1
       TROUVER-TAUX-HISTORIQUE.
           SET TAUX-HISTO-NON-TROUVE TO TRUE
           MOVE LOW-VALUES TO W-DATE-EFFET-RETENU
           PERFORM VARYING IDX-TD FROM 1 BY 1
                   UNTIL IDX-TD > NB-TAUX-HISTO
               IF TD-DEVISE (IDX-TD) = VE-DEVISE
                       AND TD-DATE-EFFET (IDX-TD) <= VE-DATE-VENTE
                       AND TD-DATE-EFFET (IDX-TD) >= W-DATE-EFFET-RETENU
                   MOVE TD-DATE-EFFET (IDX-TD) TO W-DATE-EFFET-RETENU
                   MOVE TD-TAUX (IDX-TD) TO W-TAUX-VENTE
                   SET TAUX-HISTO-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE MAISONFI-KSDS
           CLOSE TAXPAYS-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE DEBDCL-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'DEBDECL - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'LIGNES PHYSIQUES DECLAREES: ' NB-LIGNES-RETENUES
           DISPLAY 'LIGNES ECARTEES (DONNEES) : ' NB-LIGNES-ECARTEES
           DISPLAY 'LIGNES D EXTRAIT ECRITES  : ' NB-LIGNES-EXTRAIT
           DISPLAY 'CUMULS NEGATIFS ECARTES   : ' NB-CUMULS-NEGATIFS
           DISPLAY 'ANOMALIES SIGNALEES       : ' NB-ANOMALIES
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

       LECTURE-ENRG-DEVISEH.
           READ DEVISEH-KSDS NEXT RECORD
               AT END
                   SET FIN-DEVISEH TO TRUE
               NOT AT END
                   SET NON-FIN-DEVISEH TO TRUE
           END-READ
           .
