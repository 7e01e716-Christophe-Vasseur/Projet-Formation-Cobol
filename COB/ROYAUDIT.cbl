      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D EDITION DU DOSSIER D AUDIT DES DROITS D UN       *
      *       CONTRAT (132 COL)                                        *
      *                                                                *
      *       REPOND A L EXERCICE DU DROIT D AUDIT CONTRACTUEL DE      *
      *       L AYANT DROIT : POUR UN CONTRAT (CODEA + CODEP + SIREN)  *
      *       ET UNE PLAGE DE PERIODES, LE DOSSIER REPREND             *
      *         - LES CONDITIONS DU CONTRAT : TAUX, BAREMES PAR        *
      *           SUPPORT (CTRFMTG1), PALIERS (CTRPALG1) ET AVENANTS   *
      *           (CTRADDG1) ;                                         *
      *         - CHAQUE LIGNE DE VENTE ET DE RETOUR DE VENTESG1 DE    *
      *           LA PLAGE, VALORISEE COMME LE FAIT ROYALRPT, AVEC UN  *
      *           SOUS-TOTAL PAR PERIODE ;                             *
      *         - PAR PERIODE, LE TAUX ET L AVENANT EN VIGUEUR, LES    *
      *           DROITS RECALCULES (BAREMES ET PALIERS) ET LES        *
      *           DROITS ACCRUS AU GRAND LIVRE (ROYALLG1) ;            *
      *         - LES RESERVES SUR RETOURS RETENUES ET LIBEREES        *
      *           (RESERVG1), LES DROITS DE PLAYLIST ET DE             *
      *           SYNCHRONISATION (EXTRAITS DDROYLPX ET DDROYSYX) ET   *
      *           LES MONTANTS PORTES AUX RELEVES ROYALSTM (EXTRAITS   *
      *           DDROYALX) ;                                          *
      *         - LES PAIEMENTS CONFIRMES ET LEURS REFERENCES ;        *
      *         - LES CONTROLES DE CONCORDANCE ENTRE CES SOURCES.      *
      *                                                                *
      *       LES EXTRAITS DDROYALX, DDROYLPX ET DDROYSYX SONT LES     *
      *       GENERATIONS DES PERIODES AUDITEES, CONCATENEES ; LES     *
      *       DROITS SUR LE MERCHANDISING (LIGNES SOUS CODE ARTICLE)   *
      *       N ENTRENT PAS DANS LE DOSSIER DU CONTRAT                 *
      *                                                                *
      *       CARTE SYSIN : CODEA (4), CODEP (4), SIREN (5), PERIODE   *
      *       DE DEBUT AAAAMM, PERIODE DE FIN AAAAMM (36 PERIODES AU   *
      *       PLUS)                                                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYAUDIT.
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

           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

           SELECT PERSONNE-KSDS
               ASSIGN TO DDPERSON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PE-CODEP
               FILE STATUS F-PE-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

      *    VENTES ET RETOURS DU CONTRAT, PARCOURUS PAR PREFIXE CODEA +
      *    SIREN COMME DANS ROYALRPT
           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

      *    CONDITIONS DU CONTRAT -- AVENANTS, PALIERS DE TAUX ET
      *    BAREMES PAR SUPPORT, RELEVES PAR PREFIXE DE CLE CONTRAT
           SELECT CTRADDEN-KSDS
               ASSIGN TO DDCTRADD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS F-CA-STATUS
               .

           SELECT CTRPALIER-KSDS
               ASSIGN TO DDCTRPAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PX-CLE
               FILE STATUS F-PX-STATUS
               .

           SELECT CTRFORMAT-KSDS
               ASSIGN TO DDCTRFMT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FR-CLE
               FILE STATUS F-FR-STATUS
               .

      *    TARIF CATALOGUE ET TAUX DE CHANGE -- VALORISATION DES
      *    VENTES A L IDENTIQUE DE ROYALRPT
           SELECT TARIF-KSDS
               ASSIGN TO DDTARIF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LP-CLE
               FILE STATUS F-LP-STATUS
               .

           SELECT DEVISE-KSDS
               ASSIGN TO DDDEVISE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-DEVISE
               FILE STATUS F-DV-STATUS
               .

           SELECT DEVISEH-KSDS
               ASSIGN TO DDDEVISH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
               .

           SELECT RESERVE-KSDS
               ASSIGN TO DDRESERV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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

      *    EXTRAITS DES PERIODES AUDITEES -- VENTES (BASE DES RELEVES
      *    ROYALSTM), PLAYLISTS ET SYNCHRONISATION
           SELECT ROYALX-FILE
               ASSIGN TO DDROYALX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RX-STATUS
               .

           SELECT ROYALPLX-FILE
               ASSIGN TO DDROYLPX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RP-STATUS
               .

           SELECT ROYALSYX-FILE
               ASSIGN TO DDROYSYX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RS-STATUS
               .

      *    DOSSIER D AUDIT, 132 COLONNES
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
           05 E-CO-STATUT          PIC X(01).
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 E-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PERSONNE
           .

       COPY PERSONNE.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

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

      *    F-CTRADDEN PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD CTRADDEN-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRADDEN
           .

       01 E-CTRADDEN.
           05 CA-CODEA             PIC X(06).
           05 CA-CODEP             PIC X(06).
           05 CA-SIREN             PIC X(05).
           05 CA-DATE-EFFET        PIC X(08).
           05 CA-FONCTION          PIC X(20).
           05 CA-DROITS            PIC 9(03)V9(02).
           05 CA-DATE-EXPIR        PIC X(10).
           05 CA-DATE-CREATION     PIC 9(08).
           05 CA-STATUT            PIC X(01).
           05 FILLER               PIC X(11).

       01 CA-KEY REDEFINES E-CTRADDEN PIC X(25).

       FD CTRPALIER-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRPALIER
           .

       COPY CTRPALIE.

       FD CTRFORMAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRFORMAT
           .

       COPY CTRFORMT.

       FD TARIF-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TARIF
           .

       COPY TARIF.

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

       FD ROYALX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALX
           .

       COPY ROYALX.

       FD ROYALPLX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ROYALPLX
           .

       COPY ROYALPLX.

       FD ROYALSYX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ROYALSYX
           .

       COPY ROYALSYX.

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
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-CA-STATUS             PIC X(02) VALUE '00'.
       77 F-PX-STATUS             PIC X(02) VALUE '00'.
       77 F-FR-STATUS             PIC X(02) VALUE '00'.
       77 F-LP-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RV-STATUS             PIC X(02) VALUE '00'.
       77 F-RL-STATUS             PIC X(02) VALUE '00'.
       77 F-RX-STATUS             PIC X(02) VALUE '00'.
       77 F-RP-STATUS             PIC X(02) VALUE '00'.
       77 F-RS-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * CONTRAT ET PLAGE DE PERIODES AUDITES (CARTE SYSIN)
       01 W-PARM-CARD.
           05 W-PARM-CODEA         PIC X(06).
           05 W-PARM-CODEP         PIC X(06).
           05 W-PARM-SIREN         PIC X(05).
           05 W-PARM-DEBUT         PIC X(06).
           05 W-PARM-FIN           PIC X(06).

      * PERIODE DE DEBUT ECLATEE (ORIGINE DU RANG DES PERIODES) ET
      * PERIODE DE TRAVAIL (CONSTRUCTION DE LA TABLE, RANG D UNE DATE)
       01 W-PERIODE-ORIGINE.
           05 W-PO-ANNEE              PIC 9(04).
           05 W-PO-MOIS               PIC 9(02).
       01 W-PERIODE-ORIGINE-N REDEFINES W-PERIODE-ORIGINE
                                  PIC 9(06).
       01 W-PERIODE-TRAVAIL.
           05 W-PT-ANNEE              PIC 9(04).
           05 W-PT-MOIS               PIC 9(02).
       01 W-PERIODE-TRAVAIL-N REDEFINES W-PERIODE-TRAVAIL
                                  PIC 9(06).
       77 W-PERIODE-FIN-N         PIC 9(06) VALUE ZERO.
       77 W-RANG-PERIODE          PIC S9(05) VALUE ZERO.
       77 W-PERIODE-X             PIC X(06) VALUE SPACES.

      *    UNE ENTREE PAR PERIODE AUDITEE -- CUMULS DES VENTES ET
      *    RETOURS, DROITS RECALCULES, RESERVES, AUTRES REVENUS,
      *    MONTANTS DES RELEVES ET LIGNE DU GRAND LIVRE. L ASSIETTE
      *    EST VENTILEE PAR SUPPORT (1 CD, 2 VINYLE, 3 NUMERIQUE,
      *    4 NON RENSEIGNE) COMME DANS ROYALRPT
       01 TABLE-PERIODES.
           05 TP-ENTREE OCCURS 36 TIMES INDEXED BY IDX-TP.
               10 TP-PERIODE          PIC 9(06).
               10 TP-UNITES-VENDUES   PIC 9(09).
               10 TP-UNITES-RETOUR    PIC 9(09).
               10 TP-VALEUR-RETOURS   PIC 9(09)V9(02).
               10 TP-ASSIETTE-SUPPORT PIC 9(09)V9(02)
                                      OCCURS 4 TIMES.
               10 TP-ASSIETTE         PIC 9(09)V9(02).
               10 TP-ABATTEMENT       PIC 9(09)V9(02).
               10 TP-TAUX-BASE        PIC 9(03)V9(02).
               10 TP-DATE-AVENANT     PIC X(08).
               10 TP-DROITS-CALC      PIC 9(09)V9(02).
               10 TP-AJUST-PALIERS    PIC S9(09)V9(02).
               10 TP-RETENU           PIC 9(09)V9(02).
               10 TP-LIBERE           PIC 9(09)V9(02).
               10 TP-NB-INSERTIONS    PIC 9(07).
               10 TP-PLAYLIST         PIC 9(09)V9(02).
               10 TP-ASSIETTE-SYNC    PIC 9(09)V9(02).
               10 TP-SYNC             PIC 9(09)V9(02).
               10 TP-NB-RELEVES       PIC 9(02).
               10 TP-RELEVE           PIC 9(09)V9(02).
               10 TP-LEDGER-IND       PIC X(01).
                   88 TP-LEDGER-PRESENT    VALUE 'O'.
                   88 TP-LEDGER-ABSENT     VALUE 'N'.
               10 TP-ACCRU            PIC 9(09)V9(02).
               10 TP-STATUT-PAIEMENT  PIC X(01).
                   88 TP-PAYE              VALUE 'P'.
               10 TP-DATE-PAIEMENT    PIC 9(08).
               10 TP-PAYE-MONTANT     PIC 9(09)V9(02).
               10 TP-REF-PAIEMENT     PIC X(11).
               10 TP-RETENUE-FISCALE  PIC 9(06)V9(02).
       77 NB-PERIODES             PIC 9(02) VALUE ZERO.

      *    BAREMES PAR SUPPORT DU CONTRAT (CF CTRFORMT.cpy) -- UN
      *    SUPPORT SANS BAREME PREND LE TAUX EN VIGUEUR SUR LA PERIODE
       01 TABLE-SUPPORTS.
           05 TS-ENTREE OCCURS 4 TIMES.
               10 TS-BAREME-IND       PIC X(01).
                   88 TS-BAREME-PRESENT    VALUE 'O'.
               10 TS-TAUX             PIC 9(03)V9(02).
               10 TS-TAUX-EMBALLAGE   PIC 9(02)V9(02).
               10 TS-ASSIETTE         PIC X(01).
                   88 TS-ASSIETTE-GROS     VALUE 'G'.
       77 W-RANG-SUPPORT          PIC 9(01) VALUE ZERO.
       77 W-TAUX-SUPPORT          PIC 9(03)V9(02) VALUE ZERO.
       77 NB-BAREMES              PIC 9(01) VALUE ZERO.
       01 FIN-BAREMES-IND         PIC 9.
           88 FIN-BAREMES             VALUE 1.
           88 NON-FIN-BAREMES         VALUE 2.
       01 PRIX-GROS-IND           PIC 9.
           88 PRIX-GROS-TROUVE        VALUE 1.
           88 PRIX-GROS-ABSENT        VALUE 2.

      *    PALIERS DE TAUX DU CONTRAT (CF CTRPALIE.cpy)
       01 TABLE-PALIERS.
           05 TX-ENTREE OCCURS 10 TIMES INDEXED BY IDX-TX.
               10 TX-SEUIL            PIC 9(09).
               10 TX-TAUX             PIC 9(03)V9(02).
       77 NB-PALIERS-CTR          PIC 9(02) VALUE ZERO.
       01 FIN-PALIERS-IND         PIC 9.
           88 FIN-PALIERS             VALUE 1.
           88 NON-FIN-PALIERS         VALUE 2.

      *    AVENANTS DU CONTRAT (CF CTRADDEN.cpy), DANS L ORDRE DE LA
      *    CLE DONC CHRONOLOGIQUES -- LE TAUX EN VIGUEUR SUR UNE
      *    PERIODE EST CELUI DU DERNIER AVENANT PRIS D EFFET AU PLUS
      *    TARD DANS LA PERIODE, A DEFAUT LE TAUX DU CONTRAT
       01 TABLE-AVENANTS.
           05 TV-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TV.
               10 TV-DATE-EFFET       PIC X(08).
               10 TV-DROITS           PIC 9(03)V9(02).
       77 NB-AVENANTS             PIC 9(02) VALUE ZERO.
       01 FIN-AVENANTS-IND        PIC 9.
           88 FIN-AVENANTS            VALUE 1.
           88 NON-FIN-AVENANTS        VALUE 2.

      *    HISTORIQUE DES TAUX DE CHANGE, CHARGE EN MEMOIRE AU
      *    DEMARRAGE (MEME PROCEDE QUE ROYALRPT)
       01 TABLE-DEVISES.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-DEVISE           PIC X(03).
               10 TD-DATE-EFFET       PIC X(08).
               10 TD-TAUX             PIC 9(03)V9(04).
       77 NB-TAUX-HISTO           PIC 9(03) VALUE ZERO.
       77 W-DATE-EFFET-RETENU     PIC X(08).
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.
       01 TAUX-HISTO-IND          PIC 9.
           88 TAUX-HISTO-TROUVE       VALUE 1.
           88 TAUX-HISTO-NON-TROUVE   VALUE 2.
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.

      *    VALORISATION DE LA LIGNE DE VENTE EN COURS
       77 W-MONTANT-BRUT          PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-ABATTEMENT    PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-VENTE         PIC 9(09)V9(02) VALUE ZERO.

      *    CALCUL DES DROITS D UNE PERIODE (CF CALCULER-MONTANT-
      *    PALIERS DANS ROYALRPT) -- LES UNITES VENDUES AVANT LA
      *    PREMIERE PERIODE AUDITEE POSITIONNENT LE CUMUL DE DEPART
       77 W-UNITES-AVANT-DEBUT    PIC 9(09) VALUE ZERO.
       77 W-CUMUL-UNITES          PIC 9(09) VALUE ZERO.
       77 W-CUMUL-DEBUT           PIC 9(09) VALUE ZERO.
       77 W-CUMUL-FIN             PIC 9(09) VALUE ZERO.
       77 W-BORNE-BASSE           PIC 9(09) VALUE ZERO.
       77 W-BORNE-HAUTE           PIC 9(09) VALUE ZERO.
       77 W-TRANCHE-UNITES        PIC S9(09) VALUE ZERO.
       77 W-PRIX-MOYEN            PIC 9(07)V9(04) VALUE ZERO.
       77 W-ECART-POINTS          PIC S9(03)V9(02) VALUE ZERO.
       77 W-MONTANT-DU            PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-SIGNE         PIC S9(09)V9(02) VALUE ZERO.

      *    PERIODE EN COURS DANS LE DETAIL DES VENTES (SOUS-TOTAUX)
       77 W-PERIODE-COURANTE      PIC X(06) VALUE SPACES.
       77 W-ST-UNITES-VENDUES     PIC 9(09) VALUE ZERO.
       77 W-ST-UNITES-RETOUR      PIC 9(09) VALUE ZERO.
       77 W-ST-ASSIETTE           PIC 9(11)V9(02) VALUE ZERO.

      *    TOTAUX DU DETAIL DES VENTES ET TOTAUX DES TABLEAUX PAR
      *    PERIODE -- RAPPROCHES DANS LES CONTROLES DE CONCORDANCE
       77 W-TD-UNITES-VENDUES     PIC 9(09) VALUE ZERO.
       77 W-TD-UNITES-RETOUR      PIC 9(09) VALUE ZERO.
       77 W-TD-ASSIETTE           PIC 9(11)V9(02) VALUE ZERO.
       77 W-TD-ABATTEMENT         PIC 9(11)V9(02) VALUE ZERO.
       77 W-TD-VALEUR-RETOURS     PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-UNITES-VENDUES     PIC 9(09) VALUE ZERO.
       77 W-TP-UNITES-RETOUR      PIC 9(09) VALUE ZERO.
       77 W-TP-ASSIETTE           PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-DROITS-CALC        PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-ACCRU              PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-RETENU             PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-LIBERE             PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-NET-ATTENDU        PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-RELEVE             PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-PLAYLIST           PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-SYNC               PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-REVENUS            PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-PAYE               PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-EN-ATTENTE         PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-RELEVE-PAYE        PIC 9(11)V9(02) VALUE ZERO.
       77 W-TP-RETENUE-FISCALE    PIC 9(11)V9(02) VALUE ZERO.
       77 W-TR-RETENU             PIC 9(11)V9(02) VALUE ZERO.
       77 W-TR-LIBERE             PIC 9(11)V9(02) VALUE ZERO.

      *    ZONES DE CALCUL D UNE LIGNE DE TABLEAU
       77 W-NET-ATTENDU           PIC S9(11)V9(02) VALUE ZERO.
       77 W-ECART                 PIC S9(11)V9(02) VALUE ZERO.
       77 W-VALEUR-1              PIC S9(11)V9(02) VALUE ZERO.
       77 W-VALEUR-2              PIC S9(11)V9(02) VALUE ZERO.

      * EN-TETE DU DOSSIER
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(52) VALUE
               'ROYAUDIT - DOSSIER D AUDIT DES DROITS D UN CONTRAT'.
           05 FILLER                  PIC X(11) VALUE 'PERIODES '.
           05 W-LT-DEBUT              PIC X(06).
           05 FILLER                  PIC X(03) VALUE ' A '.
           05 W-LT-FIN                PIC X(06).
           05 FILLER                  PIC X(54) VALUE SPACES.

       01 W-LIGNE-CONTRAT.
           05 FILLER                  PIC X(10) VALUE 'CONTRAT : '.
           05 W-LC-CODEA              PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LC-CODEP              PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LC-SIREN              PIC X(05).
           05 FILLER                  PIC X(12) VALUE '  ARTISTE : '.
           05 W-LC-IDENTITE           PIC X(25).
           05 FILLER                  PIC X(10) VALUE '  ALBUM : '.
           05 W-LC-TITRE              PIC X(30).
           05 FILLER                  PIC X(30) VALUE SPACES.

       01 W-LIGNE-CONDITIONS.
           05 FILLER                  PIC X(11) VALUE 'FONCTION : '.
           05 W-LK-FONCTION           PIC X(20).
           05 FILLER                  PIC X(11) VALUE '  SIGNE LE '.
           05 W-LK-DATE-SIGN          PIC X(10).
           05 FILLER                  PIC X(11) VALUE '  ECHEANCE '.
           05 W-LK-DATE-EXPIR         PIC X(10).
           05 FILLER                  PIC X(09) VALUE '  STATUT '.
           05 W-LK-STATUT             PIC X(01).
           05 FILLER                  PIC X(08) VALUE '  TAUX '.
           05 W-LK-DROITS             PIC ZZ9,99.
           05 FILLER                  PIC X(10) VALUE '  RESERVE '.
           05 W-LK-RESERVE            PIC Z9,99.
           05 FILLER                  PIC X(20) VALUE SPACES.

      * TITRE DE SECTION
       01 W-LIGNE-SECTION.
           05 FILLER                  PIC X(04) VALUE '=== '.
           05 W-LS-TITRE              PIC X(60).
           05 FILLER                  PIC X(68) VALUE SPACES.

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.
       01 W-LIGNE-VIDE               PIC X(132) VALUE SPACES.

      * LIGNE DE TEXTE LIBRE (MENTIONS, CONDITIONS DU CONTRAT)
       01 W-LIGNE-TEXTE.
           05 W-LX-TEXTE              PIC X(60).
           05 W-LX-SUITE              PIC X(72).

      * CONDITIONS : BAREME PAR SUPPORT, PALIER, AVENANT
       01 W-LIGNE-BAREME.
           05 FILLER                  PIC X(10) VALUE 'SUPPORT   '.
           05 W-LB-SUPPORT            PIC X(10).
           05 FILLER                  PIC X(06) VALUE 'TAUX '.
           05 W-LB-TAUX               PIC ZZ9,99.
           05 FILLER                  PIC X(13) VALUE '  EMBALLAGE '.
           05 W-LB-EMBALLAGE          PIC Z9,99.
           05 FILLER                  PIC X(12) VALUE '  ASSIETTE '.
           05 W-LB-ASSIETTE           PIC X(14).
           05 FILLER                  PIC X(56) VALUE SPACES.

       01 W-LIGNE-PALIER.
           05 FILLER                  PIC X(07) VALUE 'PALIER '.
           05 W-LP-NUM                PIC 99.
           05 FILLER                  PIC X(12) VALUE ' A PARTIR DE'.
           05 W-LP-SEUIL              PIC Z(8)9.
           05 FILLER                  PIC X(15) VALUE ' UNITES : TAUX '.
           05 W-LP-TAUX               PIC ZZ9,99.
           05 FILLER                  PIC X(81) VALUE SPACES.

       01 W-LIGNE-AVENANT.
           05 FILLER                  PIC X(15) VALUE
               'AVENANT EFFET '.
           05 W-LA-DATE-EFFET         PIC X(08).
           05 FILLER                  PIC X(07) VALUE '  TAUX '.
           05 W-LA-DROITS             PIC ZZ9,99.
           05 FILLER                  PIC X(11) VALUE '  ECHEANCE '.
           05 W-LA-DATE-EXPIR         PIC X(10).
           05 FILLER                  PIC X(09) VALUE '  STATUT '.
           05 W-LA-STATUT             PIC X(01).
           05 FILLER                  PIC X(11) VALUE '  FONCTION '.
           05 W-LA-FONCTION           PIC X(20).
           05 FILLER                  PIC X(34) VALUE SPACES.

      * DETAIL DES VENTES ET RETOURS
       01 W-ENTETE-VENTES.
           05 FILLER                  PIC X(12) VALUE 'DATE     LG'.
           05 FILLER                  PIC X(11) VALUE 'MOUVEMENT'.
           05 FILLER                  PIC X(06) VALUE 'QTE'.
           05 FILLER                  PIC X(09) VALUE '    PRIX'.
           05 FILLER                  PIC X(13) VALUE 'DEV  CHANGE'.
           05 FILLER                  PIC X(13) VALUE '    BRUT EUR'.
           05 FILLER                  PIC X(13) VALUE '  ABATTEMENT'.
           05 FILLER                  PIC X(13) VALUE '    ASSIETTE'.
           05 FILLER                  PIC X(13) VALUE 'PIECE'.
           05 FILLER                  PIC X(29) VALUE
               'MOTIF/VENTE D ORIGINE'.

       01 W-LIGNE-VENTE.
           05 W-LV-DATE               PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LV-LIGNE              PIC 99.
           05 FILLER                  PIC X(01).
           05 W-LV-MOUVEMENT          PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LV-SUPPORT            PIC X(01).
           05 W-LV-BASE               PIC X(01).
           05 FILLER                  PIC X(01).
           05 W-LV-QTE                PIC Z(4)9.
           05 FILLER                  PIC X(01).
           05 W-LV-PRIX               PIC Z(4)9,99.
           05 FILLER                  PIC X(01).
           05 W-LV-DEVISE             PIC X(03).
           05 FILLER                  PIC X(01).
           05 W-LV-CHANGE             PIC ZZ9,9999.
           05 FILLER                  PIC X(01).
           05 W-LV-BRUT               PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LV-ABATTEMENT         PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LV-ASSIETTE           PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LV-PIECE              PIC Z(8)9.
           05 FILLER                  PIC X(03).
           05 W-LV-MOTIF              PIC X(02).
           05 FILLER                  PIC X(01).
           05 W-LV-ORIGINE            PIC X(21).
           05 FILLER                  PIC X(07).

       01 W-LIGNE-SOUS-TOTAL.
           05 FILLER                  PIC X(20) VALUE
               '  SOUS-TOTAL PERIODE'.
           05 FILLER                  PIC X(01).
           05 W-LST-PERIODE           PIC X(06).
           05 FILLER                  PIC X(18) VALUE
               '  UNITES VENDUES '.
           05 W-LST-VENDUES           PIC Z(8)9.
           05 FILLER                  PIC X(14) VALUE
               '  RETOURNEES '.
           05 W-LST-RETOUR            PIC Z(8)9.
           05 FILLER                  PIC X(12) VALUE
               '  ASSIETTE '.
           05 W-LST-ASSIETTE          PIC Z(10)9,99.
           05 FILLER                  PIC X(29) VALUE SPACES.

      * DROITS SUR VENTES PAR PERIODE
       01 W-ENTETE-DROITS.
           05 FILLER                  PIC X(08) VALUE 'PERIODE'.
           05 FILLER                  PIC X(11) VALUE '   VENDUES'.
           05 FILLER                  PIC X(11) VALUE ' RETOURNEES'.
           05 FILLER                  PIC X(16) VALUE
               '  ASSIETTE NETTE'.
           05 FILLER                  PIC X(08) VALUE '    TAUX'.
           05 FILLER                  PIC X(10) VALUE '  AVENANT'.
           05 FILLER                  PIC X(14) VALUE
               '  DROITS CALC.'.
           05 FILLER                  PIC X(14) VALUE
               '  ACCRU G.L.'.
           05 FILLER                  PIC X(15) VALUE
               '          ECART'.
           05 FILLER                  PIC X(25) VALUE '  REMARQUE'.

       01 W-LIGNE-DROITS.
           05 W-LD-PERIODE            PIC X(06).
           05 FILLER                  PIC X(02).
           05 W-LD-VENDUES            PIC Z(8)9.
           05 FILLER                  PIC X(02).
           05 W-LD-RETOUR             PIC Z(8)9.
           05 FILLER                  PIC X(02).
           05 W-LD-ASSIETTE           PIC Z(10)9,99.
           05 FILLER                  PIC X(02).
           05 W-LD-TAUX               PIC ZZ9,99.
           05 FILLER                  PIC X(02).
           05 W-LD-AVENANT            PIC X(08).
           05 FILLER                  PIC X(02).
           05 W-LD-CALC               PIC Z(8)9,99.
           05 FILLER                  PIC X(02).
           05 W-LD-ACCRU              PIC Z(8)9,99.
           05 FILLER                  PIC X(02).
           05 W-LD-ECART              PIC -(9)9,99.
           05 FILLER                  PIC X(02).
           05 W-LD-REMARQUE           PIC X(21).
           05 FILLER                  PIC X(04).

      * RESERVES SUR RETOURS -- DETAIL DES LIGNES DE RESERVG1
       01 W-LIGNE-RESERVE.
           05 FILLER                  PIC X(18) VALUE
               'RETENUE PERIODE  '.
           05 W-LR-PERIODE            PIC 9(06).
           05 FILLER                  PIC X(11) VALUE '  MONTANT '.
           05 W-LR-MONTANT            PIC Z(8)9,99.
           05 FILLER                  PIC X(02).
           05 W-LR-STATUT             PIC X(08).
           05 FILLER                  PIC X(13) VALUE
               '  LIBEREE EN '.
           05 W-LR-LIBERATION         PIC X(06).
           05 FILLER                  PIC X(56) VALUE SPACES.

      * RESERVES, AUTRES REVENUS ET RELEVES PAR PERIODE
       01 W-ENTETE-RELEVES.
           05 FILLER                  PIC X(07) VALUE 'PERIODE'.
           05 FILLER                  PIC X(13) VALUE '  ACCRU G.L.'.
           05 FILLER                  PIC X(13) VALUE '      RETENU'.
           05 FILLER                  PIC X(13) VALUE '      LIBERE'.
           05 FILLER                  PIC X(13) VALUE ' NET ATTENDU'.
           05 FILLER                  PIC X(13) VALUE ' RELEVE STM.'.
           05 FILLER                  PIC X(14) VALUE
               '         ECART'.
           05 FILLER                  PIC X(13) VALUE '    PLAYLIST'.
           05 FILLER                  PIC X(13) VALUE '        SYNC'.
           05 FILLER                  PIC X(14) VALUE
               ' TOTAL REVENUS'.
           05 FILLER                  PIC X(06) VALUE SPACES.

       01 W-LIGNE-RELEVE.
           05 W-LL-PERIODE            PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LL-ACCRU              PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-RETENU             PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-LIBERE             PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-NET                PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-RELEVE             PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-ECART              PIC -(9)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-PLAYLIST           PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-SYNC               PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LL-REVENUS            PIC Z(9)9,99.
           05 FILLER                  PIC X(07).

      * PAIEMENTS CONFIRMES PAR PERIODE (GRAND LIVRE)
       01 W-ENTETE-PAIEMENTS.
           05 FILLER                  PIC X(07) VALUE 'PERIODE'.
           05 FILLER                  PIC X(13) VALUE '  ACCRU G.L.'.
           05 FILLER                  PIC X(11) VALUE ' STATUT'.
           05 FILLER                  PIC X(09) VALUE ' PAYE LE'.
           05 FILLER                  PIC X(13) VALUE ' MONTANT PAYE'.
           05 FILLER                  PIC X(12) VALUE ' REFERENCE'.
           05 FILLER                  PIC X(10) VALUE ' RET.FISC.'.
           05 FILLER                  PIC X(57) VALUE SPACES.

       01 W-LIGNE-PAIEMENT.
           05 W-LY-PERIODE            PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LY-ACCRU              PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LY-STATUT             PIC X(10).
           05 FILLER                  PIC X(01).
           05 W-LY-DATE               PIC X(08).
           05 FILLER                  PIC X(01).
           05 W-LY-PAYE               PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LY-REFERENCE          PIC X(11).
           05 FILLER                  PIC X(01).
           05 W-LY-RETENUE            PIC Z(5)9,99.
           05 FILLER                  PIC X(57).

      * CONTROLES DE CONCORDANCE
       01 W-ENTETE-CONTROLES.
           05 FILLER                  PIC X(46) VALUE 'CONTROLE'.
           05 FILLER                  PIC X(17) VALUE
               '         SOURCE 1'.
           05 FILLER                  PIC X(17) VALUE
               '         SOURCE 2'.
           05 FILLER                  PIC X(17) VALUE
               '            ECART'.
           05 FILLER                  PIC X(35) VALUE '  RESULTAT'.

       01 W-LIGNE-CONTROLE.
           05 W-LC2-LIBELLE           PIC X(44).
           05 FILLER                  PIC X(02).
           05 W-LC2-VALEUR-1          PIC -(13)9,99.
           05 FILLER                  PIC X(02).
           05 W-LC2-VALEUR-2          PIC -(13)9,99.
           05 FILLER                  PIC X(02).
           05 W-LC2-ECART             PIC -(13)9,99.
           05 FILLER                  PIC X(02).
           05 W-LC2-RESULTAT          PIC X(10).
           05 FILLER                  PIC X(21).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-VENTE         PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-RETOUR        PIC 9(07) VALUE ZERO.
       77 NB-RESERVES             PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXTRAIT       PIC 9(07) VALUE ZERO.
       77 NB-PERIODES-GL          PIC 9(07) VALUE ZERO.
       77 NB-ECARTS               PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER / DE BALAYAGE
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-RESERVES-IND        PIC 9.
           88 FIN-RESERVES            VALUE 1.
           88 NON-FIN-RESERVES        VALUE 2.
       01 FIN-EXTRAIT-IND         PIC 9.
           88 FIN-EXTRAIT             VALUE 1.
           88 NON-FIN-EXTRAIT         VALUE 2.

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
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-CODEA = SPACES OR W-PARM-CODEP = SPACES
                   OR W-PARM-SIREN = SPACES
                   OR W-PARM-DEBUT = SPACES OR W-PARM-FIN = SPACES
                   OR W-PARM-DEBUT > W-PARM-FIN
               DISPLAY 'CONTRAT (CODEA CODEP SIREN) ET PERIODES DEBUT '
                   'ET FIN (AAAAMM) ATTENDUS EN CARTE SYSIN, '
                   'TRAITEMENT ABANDONNE'
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CONSTRUIRE-TABLE-PERIODES
           IF W-PERIODE-TRAVAIL-N NOT > W-PERIODE-FIN-N
               DISPLAY 'PLUS DE 36 PERIODES DEMANDEES, '
                   'TRAITEMENT ABANDONNE'
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT PERSONNE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PERSONNE'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRADDEN-KSDS
           IF F-CA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CTRADDG1'
               DISPLAY 'CODE ERREUR = ' F-CA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRPALIER-KSDS
           IF F-PX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PALIERS DE TAUX'
               DISPLAY 'CODE ERREUR = ' F-PX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRFORMAT-KSDS
           IF F-FR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BAREMES PAR SUPPORT'
               DISPLAY 'CODE ERREUR = ' F-FR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT TARIF-KSDS
           IF F-LP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER TARIF'
               DISPLAY 'CODE ERREUR = ' F-LP-STATUS
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
           PERFORM CHARGER-TABLE-DEVISES
           OPEN INPUT RESERVE-KSDS
           IF F-RV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RESERVES'
               DISPLAY 'CODE ERREUR = ' F-RV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALLDG-KSDS
           IF F-RL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER GRAND LIVRE'
               DISPLAY 'CODE ERREUR = ' F-RL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALX-FILE
           IF F-RX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DES VENTES'
               DISPLAY 'CODE ERREUR = ' F-RX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALPLX-FILE
           IF F-RP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DES PLAYLISTS'
               DISPLAY 'CODE ERREUR = ' F-RP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALSYX-FILE
           IF F-RS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT SYNCHRONISATION'
               DISPLAY 'CODE ERREUR = ' F-RS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE DOSSIER D AUDIT'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-CODEA TO E-CO-CODEA
           MOVE W-PARM-CODEP TO E-CO-CODEP
           MOVE W-PARM-SIREN TO E-CO-SIREN
           READ CONTRAT-KSDS
               INVALID KEY
                   DISPLAY 'CONTRAT INCONNU : ' W-PARM-CODEA '/'
                       W-PARM-CODEP '/' W-PARM-SIREN
                   PERFORM FIN-TRAITEMENT
           END-READ
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYAUDIT - DOSSIER D AUDIT DES DROITS'
           DISPLAY 'CONTRAT  : ' W-PARM-CODEA '/' W-PARM-CODEP '/'
               W-PARM-SIREN
           DISPLAY 'PERIODES : ' W-PARM-DEBUT ' A ' W-PARM-FIN
           DISPLAY '---------------------------------------------'

           PERFORM EDITER-ENTETE-CONTRAT
           PERFORM CHARGER-BAREMES-CONTRAT
           PERFORM CHARGER-PALIERS-CONTRAT
           PERFORM CHARGER-AVENANTS-CONTRAT
           PERFORM EDITER-VENTES
           MOVE W-UNITES-AVANT-DEBUT TO W-CUMUL-UNITES
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-PERIODES
               PERFORM CALCULER-DROITS-PERIODE
           END-PERFORM
           PERFORM RELEVER-RESERVES
           PERFORM RELEVER-EXTRAIT-VENTES
           PERFORM RELEVER-EXTRAIT-PLAYLIST
           PERFORM RELEVER-EXTRAIT-SYNC
           PERFORM RELEVER-GRAND-LIVRE
           PERFORM EDITER-DROITS-PERIODES
           PERFORM EDITER-RELEVES-PERIODES
           PERFORM EDITER-PAIEMENTS
           PERFORM EDITER-CONCORDANCE

           PERFORM FIN-TRAITEMENT
           .

      *    UNE ENTREE PAR MOIS DE LA PLAGE DEMANDEE -- EN SORTIE, LA
      *    PERIODE DE TRAVAIL NE DEPASSE LA FIN QUE SI LA PLAGE TIENT
      *    DANS LA TABLE
       CONSTRUIRE-TABLE-PERIODES.
           MOVE W-PARM-DEBUT TO W-PERIODE-ORIGINE-N
           MOVE W-PARM-FIN   TO W-PERIODE-FIN-N
           MOVE W-PERIODE-ORIGINE-N TO W-PERIODE-TRAVAIL-N
           MOVE ZERO TO NB-PERIODES
           INITIALIZE TABLE-PERIODES
           PERFORM UNTIL W-PERIODE-TRAVAIL-N > W-PERIODE-FIN-N
                   OR NB-PERIODES = 36
               ADD 1 TO NB-PERIODES
               MOVE W-PERIODE-TRAVAIL-N TO TP-PERIODE (NB-PERIODES)
               SET TP-LEDGER-ABSENT (NB-PERIODES) TO TRUE
               IF W-PT-MOIS < 12
                   ADD 1 TO W-PT-MOIS
               ELSE
                   MOVE 1 TO W-PT-MOIS
                   ADD 1 TO W-PT-ANNEE
               END-IF
           END-PERFORM
           .

      *    RANG DANS LA TABLE DE LA PERIODE DE TRAVAIL -- ZERO SI ELLE
      *    EST HORS DE LA PLAGE AUDITEE
       CALCULER-RANG-PERIODE.
           COMPUTE W-RANG-PERIODE =
               (W-PT-ANNEE - W-PO-ANNEE) * 12
               + W-PT-MOIS - W-PO-MOIS + 1
           IF W-RANG-PERIODE < 1 OR W-RANG-PERIODE > NB-PERIODES
               MOVE ZERO TO W-RANG-PERIODE
           END-IF
           .

       EDITER-ENTETE-CONTRAT.
           MOVE W-PARM-DEBUT TO W-LT-DEBUT
           MOVE W-PARM-FIN   TO W-LT-FIN
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE E-CO-CODEA TO W-LC-CODEA
           MOVE E-CO-CODEP TO W-LC-CODEP
           MOVE E-CO-SIREN TO W-LC-SIREN
           MOVE 'AYANT DROIT INCONNU' TO W-LC-IDENTITE
           MOVE E-CO-CODEP TO PE-CODEP
           READ PERSONNE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PE-IDENTITE TO W-LC-IDENTITE
           END-READ
           MOVE 'ALBUM INCONNU' TO W-LC-TITRE
           MOVE E-CO-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-TITREA TO W-LC-TITRE
           END-READ
           WRITE PRINT-LIGNE FROM W-LIGNE-CONTRAT
           MOVE E-CO-FONCTION     TO W-LK-FONCTION
           MOVE E-CO-DATE-SIGN    TO W-LK-DATE-SIGN
           MOVE E-CO-DATE-EXPIR   TO W-LK-DATE-EXPIR
           MOVE E-CO-STATUT       TO W-LK-STATUT
           MOVE E-CO-DROITS       TO W-LK-DROITS
           MOVE E-CO-TAUX-RESERVE TO W-LK-RESERVE
           WRITE PRINT-LIGNE FROM W-LIGNE-CONDITIONS
           MOVE 'CONDITIONS DU CONTRAT' TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           .

       EDITER-TITRE-SECTION.
           WRITE PRINT-LIGNE FROM W-LIGNE-VIDE
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

      *    BAREMES PAR SUPPORT, RELEVES ET EDITES -- MEME PRINCIPE QUE
      *    CHARGER-BAREMES-CONTRAT DANS ROYALRPT
       CHARGER-BAREMES-CONTRAT.
           MOVE ZERO TO NB-BAREMES
           PERFORM VARYING W-RANG-SUPPORT FROM 1 BY 1
                   UNTIL W-RANG-SUPPORT > 4
               MOVE 'N'   TO TS-BAREME-IND (W-RANG-SUPPORT)
               MOVE ZERO  TO TS-TAUX (W-RANG-SUPPORT)
               MOVE ZERO  TO TS-TAUX-EMBALLAGE (W-RANG-SUPPORT)
               MOVE 'F'   TO TS-ASSIETTE (W-RANG-SUPPORT)
           END-PERFORM
           MOVE SPACES     TO E-CTRFORMAT
           MOVE E-CO-CODEA TO FR-CODEA
           MOVE E-CO-CODEP TO FR-CODEP
           MOVE E-CO-SIREN TO FR-SIREN
           SET NON-FIN-BAREMES TO TRUE
           START CTRFORMAT-KSDS KEY IS NOT LESS THAN FR-CLE
               INVALID KEY
                   SET FIN-BAREMES TO TRUE
           END-START
           PERFORM RELEVER-BAREME UNTIL FIN-BAREMES
           IF NB-BAREMES = ZERO
               MOVE SPACES TO W-LIGNE-TEXTE
               MOVE 'AUCUN BAREME PAR SUPPORT : TAUX EN VIGUEUR SUR LE '
                   TO W-LX-TEXTE
               MOVE 'PRIX FACTURE, SANS ABATTEMENT' TO W-LX-SUITE
               WRITE PRINT-LIGNE FROM W-LIGNE-TEXTE
           END-IF
           .

       RELEVER-BAREME.
           READ CTRFORMAT-KSDS NEXT RECORD
               AT END
                   SET FIN-BAREMES TO TRUE
               NOT AT END
                   IF FR-CODEA = E-CO-CODEA
                           AND FR-CODEP = E-CO-CODEP
                           AND FR-SIREN = E-CO-SIREN
                       EVALUATE TRUE
                           WHEN FR-FORMAT-CD
                               MOVE 1 TO W-RANG-SUPPORT
                               MOVE 'CD'        TO W-LB-SUPPORT
                           WHEN FR-FORMAT-VINYLE
                               MOVE 2 TO W-RANG-SUPPORT
                               MOVE 'VINYLE'    TO W-LB-SUPPORT
                           WHEN OTHER
                               MOVE 3 TO W-RANG-SUPPORT
                               MOVE 'NUMERIQUE' TO W-LB-SUPPORT
                       END-EVALUATE
                       ADD 1 TO NB-BAREMES
                       MOVE 'O' TO TS-BAREME-IND (W-RANG-SUPPORT)
                       MOVE FR-TAUX TO TS-TAUX (W-RANG-SUPPORT)
                       MOVE FR-ASSIETTE TO TS-ASSIETTE (W-RANG-SUPPORT)
                       IF FR-FORMAT-PHYSIQUE
                           MOVE FR-TAUX-EMBALLAGE
                               TO TS-TAUX-EMBALLAGE (W-RANG-SUPPORT)
                       END-IF
                       MOVE FR-TAUX TO W-LB-TAUX
                       MOVE TS-TAUX-EMBALLAGE (W-RANG-SUPPORT)
                           TO W-LB-EMBALLAGE
                       IF FR-ASSIETTE-GROS
                           MOVE 'PRIX DE GROS' TO W-LB-ASSIETTE
                       ELSE
                           MOVE 'PRIX FACTURE' TO W-LB-ASSIETTE
                       END-IF
                       WRITE PRINT-LIGNE FROM W-LIGNE-BAREME
                   ELSE
                       SET FIN-BAREMES TO TRUE
                   END-IF
           END-READ
           .

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
           IF NB-PALIERS-CTR = ZERO
               MOVE SPACES TO W-LIGNE-TEXTE
               MOVE 'AUCUN PALIER DE TAUX' TO W-LX-TEXTE
               WRITE PRINT-LIGNE FROM W-LIGNE-TEXTE
           END-IF
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
                       MOVE PX-NUM-PALIER   TO W-LP-NUM
                       MOVE PX-SEUIL-UNITES TO W-LP-SEUIL
                       MOVE PX-TAUX         TO W-LP-TAUX
                       WRITE PRINT-LIGNE FROM W-LIGNE-PALIER
                   ELSE
                       SET FIN-PALIERS TO TRUE
                   END-IF
           END-READ
           .

       CHARGER-AVENANTS-CONTRAT.
           MOVE ZERO TO NB-AVENANTS
           MOVE SPACES     TO E-CTRADDEN
           MOVE E-CO-CODEA TO CA-CODEA
           MOVE E-CO-CODEP TO CA-CODEP
           MOVE E-CO-SIREN TO CA-SIREN
           SET NON-FIN-AVENANTS TO TRUE
           START CTRADDEN-KSDS KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   SET FIN-AVENANTS TO TRUE
           END-START
           PERFORM RELEVER-AVENANT UNTIL FIN-AVENANTS
           IF NB-AVENANTS = ZERO
               MOVE SPACES TO W-LIGNE-TEXTE
               MOVE 'AUCUN AVENANT : TAUX DU CONTRAT SUR TOUTE LA PLAGE'
                   TO W-LX-TEXTE
               WRITE PRINT-LIGNE FROM W-LIGNE-TEXTE
           END-IF
           .

       RELEVER-AVENANT.
           READ CTRADDEN-KSDS NEXT RECORD
               AT END
                   SET FIN-AVENANTS TO TRUE
               NOT AT END
                   IF CA-CODEA = E-CO-CODEA
                           AND CA-CODEP = E-CO-CODEP
                           AND CA-SIREN = E-CO-SIREN
                       IF NB-AVENANTS < 50
                           ADD 1 TO NB-AVENANTS
                           MOVE CA-DATE-EFFET
                               TO TV-DATE-EFFET (NB-AVENANTS)
                           MOVE CA-DROITS TO TV-DROITS (NB-AVENANTS)
                       END-IF
                       MOVE CA-DATE-EFFET TO W-LA-DATE-EFFET
                       MOVE CA-DROITS     TO W-LA-DROITS
                       MOVE CA-DATE-EXPIR TO W-LA-DATE-EXPIR
                       MOVE CA-STATUT     TO W-LA-STATUT
                       MOVE CA-FONCTION   TO W-LA-FONCTION
                       WRITE PRINT-LIGNE FROM W-LIGNE-AVENANT
                   ELSE
                       SET FIN-AVENANTS TO TRUE
                   END-IF
           END-READ
           .

      *    PARCOURS DES VENTES DU CONTRAT PAR PREFIXE CODEA + SIREN,
      *    DANS L ORDRE DES DATES -- LES VENTES ANTERIEURES A LA PLAGE
      *    NE SONT PAS EDITEES MAIS CUMULENT LES UNITES DE DEPART DES
      *    PALIERS ; LE PARCOURS S ARRETE APRES LA PLAGE
       EDITER-VENTES.
           MOVE 'DETAIL DES VENTES ET RETOURS' TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           WRITE PRINT-LIGNE FROM W-ENTETE-VENTES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE LOW-VALUES TO E-VENTES
           MOVE E-CO-CODEA TO VE-CODEA
           MOVE E-CO-SIREN TO VE-SIREN
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
                       IF VE-CODEA = E-CO-CODEA
                               AND VE-SIREN = E-CO-SIREN
                           ADD 1 TO NB-VENTES-LUES
                           EVALUATE TRUE
                               WHEN VE-DATE-VENTE (1:6) < W-PARM-DEBUT
                                   IF NOT VE-MVT-RETOUR
                                       ADD VE-QTE
                                           TO W-UNITES-AVANT-DEBUT
                                   END-IF
                               WHEN VE-DATE-VENTE (1:6) > W-PARM-FIN
                                   SET FIN-VENTES TO TRUE
                               WHEN OTHER
                                   PERFORM TRAITER-LIGNE-VENTE
                           END-EVALUATE
                       ELSE
                           SET FIN-VENTES TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF W-PERIODE-COURANTE NOT = SPACES
               PERFORM EDITER-SOUS-TOTAL-VENTES
           END-IF
           .

       TRAITER-LIGNE-VENTE.
           IF VE-DATE-VENTE (1:6) NOT = W-PERIODE-COURANTE
               IF W-PERIODE-COURANTE NOT = SPACES
                   PERFORM EDITER-SOUS-TOTAL-VENTES
               END-IF
               MOVE VE-DATE-VENTE (1:6) TO W-PERIODE-COURANTE
           END-IF
           MOVE VE-DATE-VENTE (1:6) TO W-PERIODE-TRAVAIL-N
           PERFORM CALCULER-RANG-PERIODE
           SET IDX-TP TO W-RANG-PERIODE
           MOVE SPACES            TO W-LIGNE-VENTE
           MOVE VE-DATE-VENTE     TO W-LV-DATE
           MOVE VE-NUM-LIGNE      TO W-LV-LIGNE
           MOVE VE-FORMAT         TO W-LV-SUPPORT
           MOVE VE-QTE            TO W-LV-QTE
           MOVE VE-PRIX           TO W-LV-PRIX
           MOVE VE-DEVISE         TO W-LV-DEVISE
           MOVE VE-NUM-FACTURE    TO W-LV-PIECE
           IF VE-MVT-RETOUR
      *        UN RETOUR NE GENERE PAS DE DROITS (CF ROYALRPT) : IL EST
      *        VALORISE AU PRIX FACTURE POUR MEMOIRE, LA COUVERTURE DES
      *        RETOURS ETANT LA RESERVE
               MOVE 'RETOUR'      TO W-LV-MOUVEMENT
               PERFORM LIRE-DEVISE
               COMPUTE W-MONTANT-BRUT ROUNDED =
                   VE-PRIX * VE-QTE * W-TAUX-VENTE
               MOVE W-TAUX-VENTE     TO W-LV-CHANGE
               MOVE W-MONTANT-BRUT   TO W-LV-BRUT
               MOVE ZERO             TO W-LV-ABATTEMENT
               MOVE ZERO             TO W-LV-ASSIETTE
               MOVE VE-RAISON-RETOUR TO W-LV-MOTIF
               MOVE VE-RETOUR-CLE    TO W-LV-ORIGINE
               ADD VE-QTE TO TP-UNITES-RETOUR (IDX-TP)
               ADD VE-QTE TO W-ST-UNITES-RETOUR
               ADD VE-QTE TO W-TD-UNITES-RETOUR
               ADD W-MONTANT-BRUT TO TP-VALEUR-RETOURS (IDX-TP)
               ADD W-MONTANT-BRUT TO W-TD-VALEUR-RETOURS
               ADD 1 TO NB-LIGNES-RETOUR
           ELSE
               MOVE 'VENTE'       TO W-LV-MOUVEMENT
               PERFORM VALORISER-VENTE
               MOVE W-MONTANT-BRUT       TO W-LV-BRUT
               MOVE W-MONTANT-ABATTEMENT TO W-LV-ABATTEMENT
               MOVE W-MONTANT-VENTE      TO W-LV-ASSIETTE
               ADD W-MONTANT-VENTE
                   TO TP-ASSIETTE-SUPPORT (IDX-TP, W-RANG-SUPPORT)
               ADD W-MONTANT-VENTE      TO TP-ASSIETTE (IDX-TP)
               ADD W-MONTANT-ABATTEMENT TO TP-ABATTEMENT (IDX-TP)
               ADD VE-QTE TO TP-UNITES-VENDUES (IDX-TP)
               ADD VE-QTE TO W-ST-UNITES-VENDUES
               ADD VE-QTE TO W-TD-UNITES-VENDUES
               ADD W-MONTANT-VENTE TO W-ST-ASSIETTE
               ADD W-MONTANT-VENTE TO W-TD-ASSIETTE
               ADD W-MONTANT-ABATTEMENT TO W-TD-ABATTEMENT
               ADD 1 TO NB-LIGNES-VENTE
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-VENTE
           .

       EDITER-SOUS-TOTAL-VENTES.
           MOVE W-PERIODE-COURANTE  TO W-LST-PERIODE
           MOVE W-ST-UNITES-VENDUES TO W-LST-VENDUES
           MOVE W-ST-UNITES-RETOUR  TO W-LST-RETOUR
           MOVE W-ST-ASSIETTE       TO W-LST-ASSIETTE
           WRITE PRINT-LIGNE FROM W-LIGNE-SOUS-TOTAL
           MOVE ZERO TO W-ST-UNITES-VENDUES
           MOVE ZERO TO W-ST-UNITES-RETOUR
           MOVE ZERO TO W-ST-ASSIETTE
           .

      *    ASSIETTE D UNE VENTE SELON LE BAREME DE SON SUPPORT, A
      *    L IDENTIQUE DE VALORISER-VENTE DANS ROYALRPT -- PRIX DE
      *    GROS DU TARIF OU PRIX FACTURE CONVERTI EN EUROS, MOINS
      *    L ABATTEMENT EMBALLAGE
       VALORISER-VENTE.
           EVALUATE VE-FORMAT
               WHEN 'C'
                   MOVE 1 TO W-RANG-SUPPORT
               WHEN 'V'
                   MOVE 2 TO W-RANG-SUPPORT
               WHEN 'N'
                   MOVE 3 TO W-RANG-SUPPORT
               WHEN OTHER
                   MOVE 4 TO W-RANG-SUPPORT
           END-EVALUATE
           SET PRIX-GROS-ABSENT TO TRUE
           IF TS-ASSIETTE-GROS (W-RANG-SUPPORT)
               PERFORM LIRE-PRIX-GROS
           END-IF
           IF PRIX-GROS-TROUVE
               COMPUTE W-MONTANT-BRUT = LP-PRIX-LISTE * VE-QTE
               MOVE 'G'  TO W-LV-BASE
               MOVE ZERO TO W-LV-CHANGE
           ELSE
               PERFORM LIRE-DEVISE
               COMPUTE W-MONTANT-BRUT =
                   VE-PRIX * VE-QTE * W-TAUX-VENTE
               MOVE 'F'  TO W-LV-BASE
               MOVE W-TAUX-VENTE TO W-LV-CHANGE
           END-IF
           COMPUTE W-MONTANT-ABATTEMENT ROUNDED =
               W-MONTANT-BRUT * TS-TAUX-EMBALLAGE (W-RANG-SUPPORT)
                   / 100
           COMPUTE W-MONTANT-VENTE =
               W-MONTANT-BRUT - W-MONTANT-ABATTEMENT
           .

       LIRE-PRIX-GROS.
           MOVE VE-CODEA  TO LP-CODEA
           MOVE VE-FORMAT TO LP-FORMAT
           READ TARIF-KSDS
               INVALID KEY
                   MOVE SPACE TO LP-FORMAT
                   READ TARIF-KSDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PRIX-GROS-TROUVE TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET PRIX-GROS-TROUVE TO TRUE
           END-READ
           .

      *    DROITS D UNE PERIODE -- ASSIETTE DE CHAQUE SUPPORT AU TAUX
      *    DE SON BAREME OU, A DEFAUT, AU TAUX EN VIGUEUR SUR LA
      *    PERIODE, PUIS AJUSTEMENT DES PALIERS SUR LE CUMUL D UNITES
      *    (MEME CALCUL QUE CALCULER-MONTANT-PALIERS DANS ROYALRPT)
       CALCULER-DROITS-PERIODE.
           PERFORM TROUVER-TAUX-PERIODE
           MOVE ZERO TO W-MONTANT-DU
           PERFORM VARYING W-RANG-SUPPORT FROM 1 BY 1
                   UNTIL W-RANG-SUPPORT > 4
               IF TS-BAREME-PRESENT (W-RANG-SUPPORT)
                   MOVE TS-TAUX (W-RANG-SUPPORT) TO W-TAUX-SUPPORT
               ELSE
                   MOVE TP-TAUX-BASE (IDX-TP) TO W-TAUX-SUPPORT
               END-IF
               COMPUTE W-MONTANT-DU ROUNDED = W-MONTANT-DU +
                   (TP-ASSIETTE-SUPPORT (IDX-TP, W-RANG-SUPPORT)
                       * W-TAUX-SUPPORT / 100)
           END-PERFORM
           MOVE W-MONTANT-DU TO W-MONTANT-SIGNE
           IF NB-PALIERS-CTR > ZERO
                   AND TP-UNITES-VENDUES (IDX-TP) > ZERO
               COMPUTE W-PRIX-MOYEN ROUNDED =
                   TP-ASSIETTE (IDX-TP) / TP-UNITES-VENDUES (IDX-TP)
               MOVE W-CUMUL-UNITES TO W-CUMUL-DEBUT
               COMPUTE W-CUMUL-FIN =
                   W-CUMUL-UNITES + TP-UNITES-VENDUES (IDX-TP)
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
                           TX-TAUX (IDX-TX) - TP-TAUX-BASE (IDX-TP)
                       COMPUTE W-MONTANT-SIGNE ROUNDED =
                           W-MONTANT-SIGNE +
                           (W-TRANCHE-UNITES * W-PRIX-MOYEN
                               * W-ECART-POINTS / 100)
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE TP-AJUST-PALIERS (IDX-TP) =
               W-MONTANT-SIGNE - W-MONTANT-DU
           IF W-MONTANT-SIGNE < ZERO
               MOVE ZERO TO TP-DROITS-CALC (IDX-TP)
           ELSE
               MOVE W-MONTANT-SIGNE TO TP-DROITS-CALC (IDX-TP)
           END-IF
           ADD TP-UNITES-VENDUES (IDX-TP) TO W-CUMUL-UNITES
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

      *    TAUX EN VIGUEUR SUR LA PERIODE -- DERNIER AVENANT PRIS
      *    D EFFET AU PLUS TARD DANS LE MOIS, A DEFAUT LE TAUX DU
      *    CONTRAT
       TROUVER-TAUX-PERIODE.
           MOVE E-CO-DROITS TO TP-TAUX-BASE (IDX-TP)
           MOVE SPACES      TO TP-DATE-AVENANT (IDX-TP)
           MOVE TP-PERIODE (IDX-TP) TO W-PERIODE-X
           PERFORM VARYING IDX-TV FROM 1 BY 1
                   UNTIL IDX-TV > NB-AVENANTS
               IF TV-DATE-EFFET (IDX-TV) (1:6) NOT > W-PERIODE-X
                   MOVE TV-DROITS (IDX-TV) TO TP-TAUX-BASE (IDX-TP)
                   MOVE TV-DATE-EFFET (IDX-TV)
                       TO TP-DATE-AVENANT (IDX-TP)
               END-IF
           END-PERFORM
           .

      *    RESERVES DU CONTRAT RETENUES OU LIBEREES SUR LA PLAGE,
      *    PARCOURUES PAR PREFIXE DE CLE CONTRAT
       RELEVER-RESERVES.
           MOVE 'RESERVES SUR RETOURS (RESERVG1)' TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           MOVE SPACES     TO E-RESERVE
           MOVE E-CO-CODEA TO RV-CODEA
           MOVE E-CO-CODEP TO RV-CODEP
           MOVE E-CO-SIREN TO RV-SIREN
           MOVE ZERO       TO RV-PERIODE
           SET NON-FIN-RESERVES TO TRUE
           START RESERVE-KSDS KEY IS NOT LESS THAN RV-CLE
               INVALID KEY
                   SET FIN-RESERVES TO TRUE
           END-START
           PERFORM EXAMINER-RESERVE UNTIL FIN-RESERVES
           IF NB-RESERVES = ZERO
               MOVE SPACES TO W-LIGNE-TEXTE
               MOVE 'AUCUNE RESERVE RETENUE OU LIBEREE SUR LA PLAGE'
                   TO W-LX-TEXTE
               WRITE PRINT-LIGNE FROM W-LIGNE-TEXTE
           END-IF
           .

       EXAMINER-RESERVE.
           READ RESERVE-KSDS NEXT RECORD
               AT END
                   SET FIN-RESERVES TO TRUE
               NOT AT END
                   IF RV-CODEA = E-CO-CODEA
                           AND RV-CODEP = E-CO-CODEP
                           AND RV-SIREN = E-CO-SIREN
                       PERFORM IMPUTER-RESERVE
                   ELSE
                       SET FIN-RESERVES TO TRUE
                   END-IF
           END-READ
           .

       IMPUTER-RESERVE.
           MOVE ZERO TO W-VALEUR-1
           MOVE RV-PERIODE TO W-PERIODE-TRAVAIL-N
           PERFORM CALCULER-RANG-PERIODE
           IF W-RANG-PERIODE > ZERO
               ADD RV-MONTANT-RETENU TO TP-RETENU (W-RANG-PERIODE)
               ADD RV-MONTANT-RETENU TO W-TR-RETENU
               MOVE 1 TO W-VALEUR-1
           END-IF
           IF RV-LIBEREE
               MOVE RV-PERIODE-LIBERATION TO W-PERIODE-TRAVAIL-N
               PERFORM CALCULER-RANG-PERIODE
               IF W-RANG-PERIODE > ZERO
                   ADD RV-MONTANT-RETENU
                       TO TP-LIBERE (W-RANG-PERIODE)
                   ADD RV-MONTANT-RETENU TO W-TR-LIBERE
                   MOVE 1 TO W-VALEUR-1
               END-IF
           END-IF
           IF W-VALEUR-1 > ZERO
               ADD 1 TO NB-RESERVES
               MOVE RV-PERIODE        TO W-LR-PERIODE
               MOVE RV-MONTANT-RETENU TO W-LR-MONTANT
               IF RV-LIBEREE
                   MOVE 'LIBEREE'  TO W-LR-STATUT
                   MOVE RV-PERIODE-LIBERATION TO W-LR-LIBERATION
               ELSE
                   MOVE 'RETENUE'  TO W-LR-STATUT
                   MOVE SPACES     TO W-LR-LIBERATION
               END-IF
               WRITE PRINT-LIGNE FROM W-LIGNE-RESERVE
           END-IF
           .

      *    LIGNES DE L EXTRAIT DES VENTES DU CONTRAT -- CE SONT ELLES
      *    QU EDITE LE RELEVE ROYALSTM. UN RERUN DE ROYALRPT EN REPRISE
      *    PEUT EN AVOIR DOUBLE UNE : ELLES SONT CUMULEES ET COMPTEES
       RELEVER-EXTRAIT-VENTES.
           SET NON-FIN-EXTRAIT TO TRUE
           PERFORM UNTIL FIN-EXTRAIT
               READ ROYALX-FILE
                   AT END
                       SET FIN-EXTRAIT TO TRUE
                   NOT AT END
                       IF RX-CODEA = E-CO-CODEA
                               AND RX-CODEP = E-CO-CODEP
                               AND RX-SIREN = E-CO-SIREN
                               AND NOT RX-LIGNE-MERCH
                           MOVE RX-PERIODE TO W-PERIODE-TRAVAIL-N
                           PERFORM CALCULER-RANG-PERIODE
                           IF W-RANG-PERIODE > ZERO
                               ADD 1 TO NB-LIGNES-EXTRAIT
                               ADD 1
                                 TO TP-NB-RELEVES (W-RANG-PERIODE)
                               ADD RX-MONTANT-DU
                                 TO TP-RELEVE (W-RANG-PERIODE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       RELEVER-EXTRAIT-PLAYLIST.
           SET NON-FIN-EXTRAIT TO TRUE
           PERFORM UNTIL FIN-EXTRAIT
               READ ROYALPLX-FILE
                   AT END
                       SET FIN-EXTRAIT TO TRUE
                   NOT AT END
                       IF RP-CODEA = E-CO-CODEA
                               AND RP-CODEP = E-CO-CODEP
                               AND RP-SIREN = E-CO-SIREN
                           MOVE RP-PERIODE TO W-PERIODE-TRAVAIL-N
                           PERFORM CALCULER-RANG-PERIODE
                           IF W-RANG-PERIODE > ZERO
                               ADD 1 TO NB-LIGNES-EXTRAIT
                               ADD RP-NB-INSERTIONS
                                 TO TP-NB-INSERTIONS (W-RANG-PERIODE)
                               ADD RP-MONTANT-DU
                                 TO TP-PLAYLIST (W-RANG-PERIODE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       RELEVER-EXTRAIT-SYNC.
           SET NON-FIN-EXTRAIT TO TRUE
           PERFORM UNTIL FIN-EXTRAIT
               READ ROYALSYX-FILE
                   AT END
                       SET FIN-EXTRAIT TO TRUE
                   NOT AT END
                       IF RS-CODEA = E-CO-CODEA
                               AND RS-CODEP = E-CO-CODEP
                               AND RS-SIREN = E-CO-SIREN
                           MOVE RS-PERIODE TO W-PERIODE-TRAVAIL-N
                           PERFORM CALCULER-RANG-PERIODE
                           IF W-RANG-PERIODE > ZERO
                               ADD 1 TO NB-LIGNES-EXTRAIT
                               ADD RS-MONTANT-BASE
                                 TO TP-ASSIETTE-SYNC (W-RANG-PERIODE)
                               ADD RS-MONTANT-DU
                                 TO TP-SYNC (W-RANG-PERIODE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    LIGNE DU GRAND LIVRE DE CHAQUE PERIODE : DROITS ACCRUS ET,
      *    S IL A ETE CONFIRME PAR ROYALPAY, PAIEMENT ET REFERENCE
       RELEVER-GRAND-LIVRE.
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-PERIODES
               MOVE E-CO-CODEA          TO RL-CODEA
               MOVE E-CO-CODEP          TO RL-CODEP
               MOVE E-CO-SIREN          TO RL-SIREN
               MOVE TP-PERIODE (IDX-TP) TO RL-PERIODE
               READ ROYALLDG-KSDS
                   INVALID KEY
                       SET TP-LEDGER-ABSENT (IDX-TP) TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO NB-PERIODES-GL
                       SET TP-LEDGER-PRESENT (IDX-TP) TO TRUE
                       MOVE RL-MONTANT-ACCRU TO TP-ACCRU (IDX-TP)
                       MOVE RL-STATUT-PAIEMENT
                           TO TP-STATUT-PAIEMENT (IDX-TP)
                       MOVE RL-DATE-PAIEMENT
                           TO TP-DATE-PAIEMENT (IDX-TP)
                       MOVE RL-MONTANT-PAYE
                           TO TP-PAYE-MONTANT (IDX-TP)
                       MOVE RL-REF-PAIEMENT
                           TO TP-REF-PAIEMENT (IDX-TP)
                       MOVE RL-RETENUE-FISCALE
                           TO TP-RETENUE-FISCALE (IDX-TP)
               END-READ
           END-PERFORM
           .

       EDITER-DROITS-PERIODES.
           MOVE 'DROITS SUR VENTES PAR PERIODE' TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           WRITE PRINT-LIGNE FROM W-ENTETE-DROITS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-PERIODES
               MOVE SPACES TO W-LIGNE-DROITS
               MOVE TP-PERIODE (IDX-TP)        TO W-LD-PERIODE
               MOVE TP-UNITES-VENDUES (IDX-TP) TO W-LD-VENDUES
               MOVE TP-UNITES-RETOUR (IDX-TP)  TO W-LD-RETOUR
               MOVE TP-ASSIETTE (IDX-TP)       TO W-LD-ASSIETTE
               MOVE TP-TAUX-BASE (IDX-TP)      TO W-LD-TAUX
               MOVE TP-DATE-AVENANT (IDX-TP)   TO W-LD-AVENANT
               MOVE TP-DROITS-CALC (IDX-TP)    TO W-LD-CALC
               MOVE TP-ACCRU (IDX-TP)          TO W-LD-ACCRU
               COMPUTE W-ECART =
                   TP-ACCRU (IDX-TP) - TP-DROITS-CALC (IDX-TP)
               MOVE W-ECART TO W-LD-ECART
               EVALUATE TRUE
                   WHEN TP-LEDGER-ABSENT (IDX-TP)
                           AND TP-DROITS-CALC (IDX-TP) > ZERO
                       MOVE 'ABSENT DU GRAND LIVRE' TO W-LD-REMARQUE
                       ADD 1 TO NB-ECARTS
                   WHEN W-ECART NOT = ZERO
                       MOVE 'ECART A JUSTIFIER' TO W-LD-REMARQUE
                       ADD 1 TO NB-ECARTS
                   WHEN TP-AJUST-PALIERS (IDX-TP) NOT = ZERO
                       MOVE 'PALIERS APPLIQUES' TO W-LD-REMARQUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE PRINT-LIGNE FROM W-LIGNE-DROITS
               ADD TP-UNITES-VENDUES (IDX-TP) TO W-TP-UNITES-VENDUES
               ADD TP-UNITES-RETOUR (IDX-TP)  TO W-TP-UNITES-RETOUR
               ADD TP-ASSIETTE (IDX-TP)       TO W-TP-ASSIETTE
               ADD TP-DROITS-CALC (IDX-TP)    TO W-TP-DROITS-CALC
               ADD TP-ACCRU (IDX-TP)          TO W-TP-ACCRU
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE SPACES TO W-LIGNE-DROITS
           MOVE 'TOTAL'             TO W-LD-PERIODE
           MOVE W-TP-UNITES-VENDUES TO W-LD-VENDUES
           MOVE W-TP-UNITES-RETOUR  TO W-LD-RETOUR
           MOVE W-TP-ASSIETTE       TO W-LD-ASSIETTE
           MOVE W-TP-DROITS-CALC    TO W-LD-CALC
           MOVE W-TP-ACCRU          TO W-LD-ACCRU
           COMPUTE W-ECART = W-TP-ACCRU - W-TP-DROITS-CALC
           MOVE W-ECART TO W-LD-ECART
           WRITE PRINT-LIGNE FROM W-LIGNE-DROITS
           .

      *    NET ATTENDU SUR LE RELEVE = ACCRU AU GRAND LIVRE - RESERVE
      *    RETENUE + RESERVES LIBEREES (CF ECRIRE-EXTRAIT-PAYABLE DANS
      *    ROYALRPT) ; L ECART EST FAIT AVEC LE MONTANT DE L EXTRAIT
      *    EDITE PAR ROYALSTM
       EDITER-RELEVES-PERIODES.
           MOVE 'RESERVES, AUTRES REVENUS ET RELEVES ROYALSTM'
               TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           WRITE PRINT-LIGNE FROM W-ENTETE-RELEVES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-PERIODES
               COMPUTE W-NET-ATTENDU = TP-ACCRU (IDX-TP)
                   - TP-RETENU (IDX-TP) + TP-LIBERE (IDX-TP)
               IF W-NET-ATTENDU < ZERO
                   MOVE ZERO TO W-NET-ATTENDU
               END-IF
               COMPUTE W-ECART = TP-RELEVE (IDX-TP) - W-NET-ATTENDU
               IF W-ECART NOT = ZERO
                   ADD 1 TO NB-ECARTS
               END-IF
               MOVE SPACES TO W-LIGNE-RELEVE
               MOVE TP-PERIODE (IDX-TP)  TO W-LL-PERIODE
               MOVE TP-ACCRU (IDX-TP)    TO W-LL-ACCRU
               MOVE TP-RETENU (IDX-TP)   TO W-LL-RETENU
               MOVE TP-LIBERE (IDX-TP)   TO W-LL-LIBERE
               MOVE W-NET-ATTENDU        TO W-LL-NET
               MOVE TP-RELEVE (IDX-TP)   TO W-LL-RELEVE
               MOVE W-ECART              TO W-LL-ECART
               MOVE TP-PLAYLIST (IDX-TP) TO W-LL-PLAYLIST
               MOVE TP-SYNC (IDX-TP)     TO W-LL-SYNC
               COMPUTE W-VALEUR-1 = TP-RELEVE (IDX-TP)
                   + TP-PLAYLIST (IDX-TP) + TP-SYNC (IDX-TP)
               MOVE W-VALEUR-1           TO W-LL-REVENUS
               WRITE PRINT-LIGNE FROM W-LIGNE-RELEVE
               ADD TP-RETENU (IDX-TP)   TO W-TP-RETENU
               ADD TP-LIBERE (IDX-TP)   TO W-TP-LIBERE
               ADD W-NET-ATTENDU        TO W-TP-NET-ATTENDU
               ADD TP-RELEVE (IDX-TP)   TO W-TP-RELEVE
               ADD TP-PLAYLIST (IDX-TP) TO W-TP-PLAYLIST
               ADD TP-SYNC (IDX-TP)     TO W-TP-SYNC
               ADD W-VALEUR-1           TO W-TP-REVENUS
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE SPACES TO W-LIGNE-RELEVE
           MOVE 'TOTAL'          TO W-LL-PERIODE
           MOVE W-TP-ACCRU       TO W-LL-ACCRU
           MOVE W-TP-RETENU      TO W-LL-RETENU
           MOVE W-TP-LIBERE      TO W-LL-LIBERE
           MOVE W-TP-NET-ATTENDU TO W-LL-NET
           MOVE W-TP-RELEVE      TO W-LL-RELEVE
           COMPUTE W-ECART = W-TP-RELEVE - W-TP-NET-ATTENDU
           MOVE W-ECART          TO W-LL-ECART
           MOVE W-TP-PLAYLIST    TO W-LL-PLAYLIST
           MOVE W-TP-SYNC        TO W-LL-SYNC
           MOVE W-TP-REVENUS     TO W-LL-REVENUS
           WRITE PRINT-LIGNE FROM W-LIGNE-RELEVE
           .

       EDITER-PAIEMENTS.
           MOVE 'PAIEMENTS (GRAND LIVRE ROYALLG1)' TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           WRITE PRINT-LIGNE FROM W-ENTETE-PAIEMENTS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > NB-PERIODES
               MOVE SPACES TO W-LIGNE-PAIEMENT
               MOVE TP-PERIODE (IDX-TP) TO W-LY-PERIODE
               MOVE TP-ACCRU (IDX-TP)   TO W-LY-ACCRU
               EVALUATE TRUE
                   WHEN TP-LEDGER-ABSENT (IDX-TP)
                       MOVE 'SANS LIGNE' TO W-LY-STATUT
                   WHEN TP-PAYE (IDX-TP)
                       MOVE 'PAYE'       TO W-LY-STATUT
                       MOVE TP-DATE-PAIEMENT (IDX-TP) TO W-LY-DATE
                       MOVE TP-PAYE-MONTANT (IDX-TP)  TO W-LY-PAYE
                       MOVE TP-REF-PAIEMENT (IDX-TP)
                           TO W-LY-REFERENCE
                       MOVE TP-RETENUE-FISCALE (IDX-TP)
                           TO W-LY-RETENUE
                       ADD TP-PAYE-MONTANT (IDX-TP) TO W-TP-PAYE
                       ADD TP-RELEVE (IDX-TP) TO W-TP-RELEVE-PAYE
                       ADD TP-RETENUE-FISCALE (IDX-TP)
                           TO W-TP-RETENUE-FISCALE
                   WHEN OTHER
                       MOVE 'EN ATTENTE' TO W-LY-STATUT
                       ADD TP-ACCRU (IDX-TP) TO W-TP-EN-ATTENTE
               END-EVALUATE
               WRITE PRINT-LIGNE FROM W-LIGNE-PAIEMENT
           END-PERFORM
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE SPACES TO W-LIGNE-PAIEMENT
           MOVE 'TOTAL'              TO W-LY-PERIODE
           MOVE W-TP-ACCRU           TO W-LY-ACCRU
           MOVE W-TP-PAYE            TO W-LY-PAYE
           MOVE W-TP-RETENUE-FISCALE TO W-LY-RETENUE
           WRITE PRINT-LIGNE FROM W-LIGNE-PAIEMENT
           MOVE SPACES TO W-LIGNE-PAIEMENT
           MOVE 'ATTENTE'            TO W-LY-PERIODE
           MOVE W-TP-EN-ATTENTE      TO W-LY-ACCRU
           MOVE 'NON PAYE'           TO W-LY-STATUT
           WRITE PRINT-LIGNE FROM W-LIGNE-PAIEMENT
           .

      *    RAPPROCHEMENT DES TOTAUX ENTRE LE DETAIL DES VENTES, LES
      *    TABLEAUX PAR PERIODE, LE GRAND LIVRE, LES RESERVES ET LES
      *    RELEVES ROYALSTM
       EDITER-CONCORDANCE.
           MOVE 'CONTROLES DE CONCORDANCE' TO W-LS-TITRE
           PERFORM EDITER-TITRE-SECTION
           WRITE PRINT-LIGNE FROM W-ENTETE-CONTROLES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'UNITES VENDUES : DETAIL / PERIODES'
               TO W-LC2-LIBELLE
           MOVE W-TD-UNITES-VENDUES TO W-VALEUR-1
           MOVE W-TP-UNITES-VENDUES TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'UNITES RETOURNEES : DETAIL / PERIODES'
               TO W-LC2-LIBELLE
           MOVE W-TD-UNITES-RETOUR TO W-VALEUR-1
           MOVE W-TP-UNITES-RETOUR TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'ASSIETTE NETTE : DETAIL / PERIODES'
               TO W-LC2-LIBELLE
           MOVE W-TD-ASSIETTE TO W-VALEUR-1
           MOVE W-TP-ASSIETTE TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'DROITS RECALCULES / ACCRUS AU GRAND LIVRE'
               TO W-LC2-LIBELLE
           MOVE W-TP-DROITS-CALC TO W-VALEUR-1
           MOVE W-TP-ACCRU       TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'RESERVES : RESERVG1 / TABLEAU RETENUES'
               TO W-LC2-LIBELLE
           MOVE W-TR-RETENU TO W-VALEUR-1
           MOVE W-TP-RETENU TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'RESERVES : RESERVG1 / TABLEAU LIBERATIONS'
               TO W-LC2-LIBELLE
           MOVE W-TR-LIBERE TO W-VALEUR-1
           MOVE W-TP-LIBERE TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'NET ATTENDU / RELEVES ROYALSTM'
               TO W-LC2-LIBELLE
           MOVE W-TP-NET-ATTENDU TO W-VALEUR-1
           MOVE W-TP-RELEVE      TO W-VALEUR-2
           PERFORM EDITER-LIGNE-CONTROLE
           MOVE 'RELEVES PERIODES PAYEES / PAYE + RET.FISC.'
               TO W-LC2-LIBELLE
           MOVE W-TP-RELEVE-PAYE TO W-VALEUR-1
           COMPUTE W-VALEUR-2 = W-TP-PAYE + W-TP-RETENUE-FISCALE
           PERFORM EDITER-LIGNE-CONTROLE
           .

       EDITER-LIGNE-CONTROLE.
           COMPUTE W-ECART = W-VALEUR-2 - W-VALEUR-1
           MOVE W-VALEUR-1 TO W-LC2-VALEUR-1
           MOVE W-VALEUR-2 TO W-LC2-VALEUR-2
           MOVE W-ECART    TO W-LC2-ECART
           IF W-ECART = ZERO
               MOVE 'CONCORDANT' TO W-LC2-RESULTAT
           ELSE
               MOVE 'ECART'      TO W-LC2-RESULTAT
               ADD 1 TO NB-ECARTS
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-CONTROLE
           .

       CHARGER-TABLE-DEVISES.
           MOVE ZERO TO NB-TAUX-HISTO
           PERFORM LECTURE-ENRG-DEVISEH
           PERFORM UNTIL FIN-DEVISEH
               IF NB-TAUX-HISTO < 500
                   ADD 1 TO NB-TAUX-HISTO
                   MOVE DH-DEVISE TO TD-DEVISE (NB-TAUX-HISTO)
                   MOVE DH-DATE-EFFET TO TD-DATE-EFFET (NB-TAUX-HISTO)
                   MOVE DH-TAUX TO TD-TAUX (NB-TAUX-HISTO)
               END-IF
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

       LECTURE-ENRG-DEVISEH.
           READ DEVISEH-KSDS NEXT RECORD
               AT END
                   SET FIN-DEVISEH TO TRUE
               NOT AT END
                   SET NON-FIN-DEVISEH TO TRUE
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CONTRAT-KSDS
           CLOSE PERSONNE-KSDS
           CLOSE ALBUM-KSDS
           CLOSE VENTES-KSDS
           CLOSE CTRADDEN-KSDS
           CLOSE CTRPALIER-KSDS
           CLOSE CTRFORMAT-KSDS
           CLOSE TARIF-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE RESERVE-KSDS
           CLOSE ROYALLDG-KSDS
           CLOSE ROYALX-FILE
           CLOSE ROYALPLX-FILE
           CLOSE ROYALSYX-FILE
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYAUDIT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'PERIODES AUDITEES         : ' NB-PERIODES
           DISPLAY 'VENTES DU CONTRAT LUES    : ' NB-VENTES-LUES
           DISPLAY 'LIGNES DE VENTE EDITEES   : ' NB-LIGNES-VENTE
           DISPLAY 'LIGNES DE RETOUR EDITEES  : ' NB-LIGNES-RETOUR
           DISPLAY 'LIGNES DE RESERVE         : ' NB-RESERVES
           DISPLAY 'LIGNES D EXTRAITS         : ' NB-LIGNES-EXTRAIT
           DISPLAY 'PERIODES AU GRAND LIVRE   : ' NB-PERIODES-GL
           DISPLAY 'ECARTS A JUSTIFIER        : ' NB-ECARTS
           DISPLAY '---------------------------------------------'
           .
