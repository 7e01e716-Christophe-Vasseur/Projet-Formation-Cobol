      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D EDITION DU STOCK DANS LE CANAL -- POUR CHAQUE    *
      *       ENSEIGNE DECLARANT SES VENTES CONSOMMATEURS (SELLOUG1)   *
      *       ET CHAQUE ALBUM, LES QUANTITES LIVREES (VENTES A SON     *
      *       CODE CLIENT) DIMINUEES DES RETOURS SONT RAPPROCHEES DES  *
      *       QUANTITES VENDUES EN MAGASIN : LA DIFFERENCE EST LE      *
      *       STOCK ESTIME EN RAYON. RAPPORTE AU RYTHME DE VENTE DU    *
      *       DERNIER MOIS, IL DONNE LA COUVERTURE EN MOIS ; AU-DELA   *
      *       DU SEUIL (OU SANS VENTE RECENTE) L ALBUM EST SIGNALE A   *
      *       RISQUE DE RETOURS, PAR CLIENT PUIS TOUS CLIENTS          *
      *       CONFONDUS                                                *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANALRPT.
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

      *    VENTES CONSOMMATEURS, LUES DANS L ORDRE DE LEUR CLE
      *    (CLIENT + ALBUM + SEMAINE)
           SELECT SELLOUT-KSDS
               ASSIGN TO DDSELOUT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SO-CLE
               FILE STATUS F-SO-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

      *    REFERENTIELS RELUS A L EDITION POUR LES LIBELLES
           SELECT CLIENT-KSDS
               ASSIGN TO DDCLIENT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CL-CODE-CLIENT
               FILE STATUS F-CL-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
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

       FD SELLOUT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SELLOUT
           .

       COPY SELLOUT.

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

      *    SEUL LE DESSIN DE L ENREGISTREMENT EST REPRIS ICI (CF
      *    VENTES.cpy, QUI PORTE UN NIVEAU 77)
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
           05 VE-COFFRET.
               10 VE-CODE-COFFRET  PIC X(06).
               10 VE-RANG-COMPOSANT PIC 9(02).
               10 VE-QTE-COFFRET   PIC 9(05).
               10 FILLER           PIC X(08).
           05 VE-CODE-CLIENT       PIC X(06).
           05 FILLER               PIC X(17).
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD CLIENT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CLIENT
           .

       COPY CLIENT.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD MERCH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MERCH
           .

       COPY MERCH.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-SO-STATUS              PIC X(02) VALUE '00'.
       77 F-VE-STATUS              PIC X(02) VALUE '00'.
       77 F-CL-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.
       77 F-ME-STATUS              PIC X(02) VALUE '00'.

      * CARTE PARAMETRE FACULTATIVE (SYSIN) : SEUIL DE COUVERTURE EN
      * MOIS AU-DELA DUQUEL LE STOCK EN RAYON EST JUGE A RISQUE DE
      * RETOUR ; UNE CARTE VIDE OU NON NUMERIQUE VAUT 6 MOIS
       01 W-PARM-CARD.
           05 W-PARM-SEUIL-MOIS       PIC X(02).
           05 FILLER                  PIC X(78).
       77 W-SEUIL-COUVERTURE      PIC 9(02) VALUE 6.

      * DATE DU JOUR (AAAAMMJJ) ET DEBUT DE LA FENETRE DU RYTHME DE
      * VENTE RECENT -- UN MOIS EN ARRIERE, RECULE COMME DANS RELANLET
       77 W-DATE-JOUR             PIC 9(08).
       77 W-SEUIL-RECENT          PIC 9(08).
       01 W-DATE-ECLATEE.
           05 W-DJ-ANNEE              PIC 9(04).
           05 W-DJ-MOIS               PIC 9(02).
           05 W-DJ-JOUR               PIC 9(02).

      * TABLE DES ENSEIGNES DECLARANTES -- PREMIERE ET DERNIERE FIN
      * DE SEMAINE DECLAREES ; LES LIVRAISONS NE SONT COMPTEES QU A
      * PARTIR DU PREMIER JOUR DU MOIS DE LA PREMIERE DECLARATION
      * (AVANT, LE STOCK EN RAYON N EST PAS CONNU)
       01 TABLE-CLIENTS.
           05 TCL-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TCL.
               10 TCL-CODE-CLIENT     PIC X(06).
               10 TCL-DATE-PREMIERE   PIC 9(08).
               10 TCL-DATE-DERNIERE   PIC 9(08).
               10 TCL-DATE-DEPART     PIC 9(08).
       77 NB-CLIENTS-TABLE        PIC 9(04) VALUE ZERO.

      * TABLE DES COUPLES CLIENT/ALBUM, AVEC LEURS CUMULS D UNITES
       01 TABLE-COUPLES.
           05 TC-ENTREE OCCURS 5000 TIMES INDEXED BY IDX-TC.
               10 TC-CODE-CLIENT      PIC X(06).
               10 TC-CODEA            PIC X(06).
               10 TC-QTE-LIVREE       PIC 9(09).
               10 TC-QTE-RETOURNEE    PIC 9(09).
               10 TC-QTE-VENDUE       PIC 9(09).
               10 TC-QTE-RECENTE      PIC 9(09).
       77 NB-COUPLES-TABLE        PIC 9(04) VALUE ZERO.

      * TABLE DES ALBUMS, TOUS CLIENTS CONFONDUS, CONSTITUEE A
      * L EDITION PAR CLIENT
       01 TABLE-ALBUMS.
           05 TA-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TA.
               10 TA-CODEA            PIC X(06).
               10 TA-STOCK-CANAL      PIC S9(09).
               10 TA-QTE-RECENTE      PIC 9(09).
               10 TA-NB-CLIENTS-RISQUE PIC 9(04).
       77 NB-ALBUMS-TABLE         PIC 9(04) VALUE ZERO.

      * ALBUM ET QUANTITE IMPUTES POUR LA LIGNE DE VENTE EN COURS --
      * UN COFFRET EST LIVRE EN LIGNES COMPOSANTS, MAIS L ENSEIGNE
      * DECLARE LES VENTES DU COFFRET SOUS SON PROPRE EAN
       77 W-CLIENT-IMPUTE         PIC X(06).
       77 W-CODEA-IMPUTE          PIC X(06).
       77 W-QTE-IMPUTEE           PIC 9(05).

      * CALCULS DE LA LIGNE EDITEE
       77 W-STOCK-CANAL           PIC S9(09).
       77 W-COUVERTURE            PIC 9(05)V9(01).
       77 W-LIBELLE-EDITE         PIC X(30) VALUE SPACES.
       77 W-ALERTE                PIC X(20) VALUE SPACES.
       77 J                       PIC 9(04) VALUE ZERO.

      * ZONES D EDITION
       77 ED-QTE                  PIC Z(08)9.
       77 ED-QTE2                 PIC Z(08)9.
       77 ED-QTE3                 PIC Z(08)9.
       77 ED-STOCK                PIC -(08)9.
       77 ED-COUVERTURE           PIC Z(04)9,9.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-SELLOUT-LUS          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-RETENUES      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-RISQUE        PIC 9(05) VALUE ZERO.
       77 NB-ALBUMS-RISQUE        PIC 9(05) VALUE ZERO.
       77 NB-CLIENTS-ANCIENS      PIC 9(05) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-SELLOUT-IND         PIC 9.
           88 FIN-SELLOUT             VALUE 1.
           88 NON-FIN-SELLOUT         VALUE 2.
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.

      * RESULTATS DES RECHERCHES EN TABLE
       01 CLIENT-TROUVE-IND       PIC 9.
           88 CLIENT-TROUVE           VALUE 1.
           88 CLIENT-NON-TROUVE       VALUE 2.
       01 COUPLE-TROUVE-IND       PIC 9.
           88 COUPLE-TROUVE           VALUE 1.
           88 COUPLE-NON-TROUVE       VALUE 2.
       01 ALBUM-TROUVE-IND        PIC 9.
           88 ALBUM-TROUVE            VALUE 1.
           88 ALBUM-NON-TROUVE        VALUE 2.

      * DECLARATIONS DE L ENSEIGNE EN COURS D EDITION A JOUR (UNE
      * SEMAINE DECLAREE DANS LE DERNIER MOIS) OU NON
       01 DONNEES-A-JOUR-IND      PIC 9.
           88 DONNEES-A-JOUR          VALUE 1.
           88 DONNEES-ANCIENNES       VALUE 2.

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
           SET FIN-SELLOUT TO TRUE
           SET FIN-VENTES TO TRUE
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-SEUIL-MOIS IS NUMERIC
                   AND W-PARM-SEUIL-MOIS NOT = '00'
               MOVE W-PARM-SEUIL-MOIS TO W-SEUIL-COUVERTURE
           END-IF
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           PERFORM RECULER-UN-MOIS
           MOVE W-DATE-ECLATEE TO W-SEUIL-RECENT
           OPEN INPUT SELLOUT-KSDS
           IF F-SO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SELL-OUT'
               DISPLAY 'CODE ERREUR = ' F-SO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CLIENT-KSDS
           IF F-CL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CLIENT'
               DISPLAY 'CODE ERREUR = ' F-CL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MERCH-KSDS
           IF F-ME-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MERCHANDISING'
               DISPLAY 'CODE ERREUR = ' F-ME-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CANALRPT - STOCK ESTIME DANS LE CANAL ET'
           DISPLAY '           ALBUMS A RISQUE DE RETOURS'
           DISPLAY 'SEUIL DE COUVERTURE (MOIS): ' W-SEUIL-COUVERTURE
           DISPLAY 'RYTHME RECENT DEPUIS LE   : ' W-SEUIL-RECENT
           DISPLAY '---------------------------------------------'

           PERFORM CUMULER-SELLOUT
           PERFORM CUMULER-LIVRAISONS
           PERFORM EDITER-PAR-CLIENT
           PERFORM EDITER-ALBUMS-A-RISQUE

           PERFORM FIN-TRAITEMENT
           .

       RECULER-UN-MOIS.
           IF W-DJ-MOIS = 1
               MOVE 12 TO W-DJ-MOIS
               SUBTRACT 1 FROM W-DJ-ANNEE
           ELSE
               SUBTRACT 1 FROM W-DJ-MOIS
           END-IF
           .

      * -------------------------------------------------------------- *
      *    PASSE 1 -- PARCOURS DE SELLOUG1 : TABLE DES ENSEIGNES ET    *
      *    TABLE DES COUPLES CLIENT/ALBUM. LE FICHIER ETANT LU DANS    *
      *    L ORDRE CLIENT + ALBUM, LE COUPLE EN COURS EST TOUJOURS LE  *
      *    DERNIER DE LA TABLE                                         *
      * -------------------------------------------------------------- *

       CUMULER-SELLOUT.
           PERFORM LECTURE-ENRG-SELLOUT
           PERFORM UNTIL FIN-SELLOUT
               ADD 1 TO NB-SELLOUT-LUS
               PERFORM ENREGISTRER-CLIENT-SELLOUT
               PERFORM ENREGISTRER-COUPLE-SELLOUT
               PERFORM LECTURE-ENRG-SELLOUT
           END-PERFORM
           CLOSE SELLOUT-KSDS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-CLIENTS-TABLE
               MOVE TCL-DATE-PREMIERE (J) TO W-DATE-ECLATEE
               MOVE 1 TO W-DJ-JOUR
               MOVE W-DATE-ECLATEE TO TCL-DATE-DEPART (J)
           END-PERFORM
           .

       ENREGISTRER-CLIENT-SELLOUT.
           IF NB-CLIENTS-TABLE > ZERO
               AND TCL-CODE-CLIENT (NB-CLIENTS-TABLE) = SO-CODE-CLIENT
               SET IDX-TCL TO NB-CLIENTS-TABLE
               IF SO-DATE-FIN-SEMAINE < TCL-DATE-PREMIERE (IDX-TCL)
                   MOVE SO-DATE-FIN-SEMAINE
                       TO TCL-DATE-PREMIERE (IDX-TCL)
               END-IF
               IF SO-DATE-FIN-SEMAINE > TCL-DATE-DERNIERE (IDX-TCL)
                   MOVE SO-DATE-FIN-SEMAINE
                       TO TCL-DATE-DERNIERE (IDX-TCL)
               END-IF
           ELSE
               IF NB-CLIENTS-TABLE >= 500
                   DISPLAY 'TABLE DES CLIENTS SATUREE, CLIENT '
                       SO-CODE-CLIENT ' IGNORE'
               ELSE
                   ADD 1 TO NB-CLIENTS-TABLE
                   SET IDX-TCL TO NB-CLIENTS-TABLE
                   MOVE SO-CODE-CLIENT TO TCL-CODE-CLIENT (IDX-TCL)
                   MOVE SO-DATE-FIN-SEMAINE
                       TO TCL-DATE-PREMIERE (IDX-TCL)
                   MOVE SO-DATE-FIN-SEMAINE
                       TO TCL-DATE-DERNIERE (IDX-TCL)
                   MOVE ZERO TO TCL-DATE-DEPART (IDX-TCL)
               END-IF
           END-IF
           .

       ENREGISTRER-COUPLE-SELLOUT.
           IF NB-COUPLES-TABLE > ZERO
               AND TC-CODE-CLIENT (NB-COUPLES-TABLE) = SO-CODE-CLIENT
               AND TC-CODEA (NB-COUPLES-TABLE) = SO-CODEA
               SET IDX-TC TO NB-COUPLES-TABLE
               SET COUPLE-TROUVE TO TRUE
           ELSE
               MOVE SO-CODE-CLIENT TO W-CLIENT-IMPUTE
               MOVE SO-CODEA TO W-CODEA-IMPUTE
               PERFORM CREER-COUPLE-TABLE
           END-IF
           IF COUPLE-TROUVE
               ADD SO-QTE-VENDUE TO TC-QTE-VENDUE (IDX-TC)
               IF SO-DATE-FIN-SEMAINE >= W-SEUIL-RECENT
                   ADD SO-QTE-VENDUE TO TC-QTE-RECENTE (IDX-TC)
               END-IF
           END-IF
           .

      *    CREATION D UN COUPLE -- CLIENT DANS W-CLIENT-IMPUTE, ALBUM
      *    DANS W-CODEA-IMPUTE
       CREER-COUPLE-TABLE.
           IF NB-COUPLES-TABLE >= 5000
               DISPLAY 'TABLE DES COUPLES SATUREE, COUPLE '
                   W-CLIENT-IMPUTE '/' W-CODEA-IMPUTE ' IGNORE'
               SET COUPLE-NON-TROUVE TO TRUE
           ELSE
               ADD 1 TO NB-COUPLES-TABLE
               SET IDX-TC TO NB-COUPLES-TABLE
               MOVE W-CLIENT-IMPUTE TO TC-CODE-CLIENT (IDX-TC)
               MOVE W-CODEA-IMPUTE TO TC-CODEA (IDX-TC)
               MOVE ZERO TO TC-QTE-LIVREE (IDX-TC)
               MOVE ZERO TO TC-QTE-RETOURNEE (IDX-TC)
               MOVE ZERO TO TC-QTE-VENDUE (IDX-TC)
               MOVE ZERO TO TC-QTE-RECENTE (IDX-TC)
               SET COUPLE-TROUVE TO TRUE
           END-IF
           .

      * -------------------------------------------------------------- *
      *    PASSE 2 -- PARCOURS DE VENTESG1 : LIVRAISONS ET RETOURS DES *
      *    ENSEIGNES DECLARANTES, DEPUIS LEUR DATE DE DEPART. UN       *
      *    ALBUM LIVRE MAIS JAMAIS DECLARE VENDU CREE SON COUPLE : C   *
      *    EST LE PREMIER CANDIDAT AUX RETOURS                         *
      * -------------------------------------------------------------- *

       CUMULER-LIVRAISONS.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               ADD 1 TO NB-VENTES-LUES
               IF VE-CODE-CLIENT NOT = SPACES
                   PERFORM IMPUTER-LIGNE-VENTE
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           CLOSE VENTES-KSDS
           .

       IMPUTER-LIGNE-VENTE.
           PERFORM RECHERCHER-CLIENT-TABLE
           IF CLIENT-TROUVE
               IF VE-DATE-VENTE < TCL-DATE-DEPART (IDX-TCL)
                   SET CLIENT-NON-TROUVE TO TRUE
               END-IF
           END-IF
           IF CLIENT-TROUVE
      *        UN COFFRET EST IMPUTE UNE FOIS, SUR SA PREMIERE LIGNE
      *        COMPOSANT, POUR SA QUANTITE DE COFFRETS
               MOVE SPACES TO W-CODEA-IMPUTE
               IF VE-LIGNE-COMPOSANT
                   IF VE-RANG-COMPOSANT = 1
                       MOVE VE-CODE-COFFRET TO W-CODEA-IMPUTE
                       MOVE VE-QTE-COFFRET TO W-QTE-IMPUTEE
                   END-IF
               ELSE
                   MOVE VE-CODEA TO W-CODEA-IMPUTE
                   MOVE VE-QTE TO W-QTE-IMPUTEE
               END-IF
               IF W-CODEA-IMPUTE NOT = SPACES
                   PERFORM RECHERCHER-COUPLE-TABLE
                   IF COUPLE-NON-TROUVE
                       MOVE VE-CODE-CLIENT TO W-CLIENT-IMPUTE
                       PERFORM CREER-COUPLE-TABLE
                   END-IF
                   IF COUPLE-TROUVE
                       ADD 1 TO NB-VENTES-RETENUES
                       IF VE-MVT-RETOUR
                           ADD W-QTE-IMPUTEE
                               TO TC-QTE-RETOURNEE (IDX-TC)
                       ELSE
                           ADD W-QTE-IMPUTEE TO TC-QTE-LIVREE (IDX-TC)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       RECHERCHER-CLIENT-TABLE.
           SET CLIENT-NON-TROUVE TO TRUE
           IF NB-CLIENTS-TABLE > ZERO
               SET IDX-TCL TO 1
               SEARCH TCL-ENTREE
                   AT END
                       SET CLIENT-NON-TROUVE TO TRUE
                   WHEN TCL-CODE-CLIENT (IDX-TCL) = VE-CODE-CLIENT
                       AND IDX-TCL <= NB-CLIENTS-TABLE
                       SET CLIENT-TROUVE TO TRUE
               END-SEARCH
           END-IF
           .

       RECHERCHER-COUPLE-TABLE.
           SET COUPLE-NON-TROUVE TO TRUE
           IF NB-COUPLES-TABLE > ZERO
               SET IDX-TC TO 1
               SEARCH TC-ENTREE
                   AT END
                       SET COUPLE-NON-TROUVE TO TRUE
                   WHEN TC-CODE-CLIENT (IDX-TC) = VE-CODE-CLIENT
                       AND TC-CODEA (IDX-TC) = W-CODEA-IMPUTE
                       AND IDX-TC <= NB-COUPLES-TABLE
                       SET COUPLE-TROUVE TO TRUE
               END-SEARCH
           END-IF
           .

      * -------------------------------------------------------------- *
      *    EDITION PAR ENSEIGNE -- UNE LIGNE PAR ALBUM : LIVRE,        *
      *    RETOURNE, VENDU EN MAGASIN, STOCK ESTIME EN RAYON, VENTES   *
      *    DU DERNIER MOIS ET COUVERTURE EN MOIS. UNE ENSEIGNE SANS    *
      *    DECLARATION DANS LE DERNIER MOIS N EST PAS JUGEE (SES       *
      *    VENTES RECENTES NE SONT PAS CONNUES)                        *
      * -------------------------------------------------------------- *

       EDITER-PAR-CLIENT.
           PERFORM VARYING IDX-TCL FROM 1 BY 1
               UNTIL IDX-TCL > NB-CLIENTS-TABLE
               PERFORM EDITER-UN-CLIENT
           END-PERFORM
           .

       EDITER-UN-CLIENT.
           MOVE TCL-CODE-CLIENT (IDX-TCL) TO CL-CODE-CLIENT
           READ CLIENT-KSDS
               INVALID KEY
                   MOVE '** CLIENT INCONNU **' TO CL-RAISON-SOC
           END-READ
           IF TCL-DATE-DERNIERE (IDX-TCL) >= W-SEUIL-RECENT
               SET DONNEES-A-JOUR TO TRUE
           ELSE
               SET DONNEES-ANCIENNES TO TRUE
               ADD 1 TO NB-CLIENTS-ANCIENS
           END-IF
           DISPLAY ' '
           DISPLAY 'CLIENT ' TCL-CODE-CLIENT (IDX-TCL) ' - '
               CL-RAISON-SOC
           DISPLAY '  LIVRAISONS COMPTEES DEPUIS LE '
               TCL-DATE-DEPART (IDX-TCL)
               ', DERNIERE SEMAINE DECLAREE LE '
               TCL-DATE-DERNIERE (IDX-TCL)
           IF DONNEES-ANCIENNES
               DISPLAY '  *** AUCUNE DECLARATION DANS LE DERNIER MOIS'
                   ', RISQUE NON EVALUE ***'
           END-IF
           DISPLAY '  ALBUM TITRE                            '
               '   LIVRE  RETOURNE    VENDU  STOCK EST.  DERN.MOIS'
               '  COUV.MOIS'
           PERFORM VARYING IDX-TC FROM 1 BY 1
               UNTIL IDX-TC > NB-COUPLES-TABLE
               IF TC-CODE-CLIENT (IDX-TC) = TCL-CODE-CLIENT (IDX-TCL)
                   PERFORM EDITER-UN-COUPLE
               END-IF
           END-PERFORM
           .

       EDITER-UN-COUPLE.
           COMPUTE W-STOCK-CANAL = TC-QTE-LIVREE (IDX-TC)
               - TC-QTE-RETOURNEE (IDX-TC) - TC-QTE-VENDUE (IDX-TC)
           MOVE ZERO TO W-COUVERTURE
           MOVE SPACES TO W-ALERTE
           IF W-STOCK-CANAL > ZERO AND TC-QTE-RECENTE (IDX-TC) > ZERO
               COMPUTE W-COUVERTURE ROUNDED =
                   W-STOCK-CANAL / TC-QTE-RECENTE (IDX-TC)
           END-IF
      *    STOCK NEGATIF : L ENSEIGNE DECLARE PLUS QU ELLE N A RECU
      *    (LIVRAISON ANTERIEURE A SA DATE DE DEPART, EAN MAL SAISI)
           IF W-STOCK-CANAL < ZERO
               MOVE 'ECART A ANALYSER' TO W-ALERTE
           END-IF
           IF W-STOCK-CANAL > ZERO AND DONNEES-A-JOUR
               IF TC-QTE-RECENTE (IDX-TC) = ZERO
                   MOVE '*** RISQUE RETOUR' TO W-ALERTE
               ELSE
                   IF W-COUVERTURE > W-SEUIL-COUVERTURE
                       MOVE '*** RISQUE RETOUR' TO W-ALERTE
                   END-IF
               END-IF
           END-IF
           IF W-ALERTE(1:3) = '***'
               ADD 1 TO NB-LIGNES-RISQUE
           END-IF
           MOVE TC-CODEA (IDX-TC) TO W-CODEA-IMPUTE
           PERFORM RECHERCHER-LIBELLE
           MOVE TC-QTE-LIVREE (IDX-TC) TO ED-QTE
           MOVE TC-QTE-RETOURNEE (IDX-TC) TO ED-QTE2
           MOVE TC-QTE-VENDUE (IDX-TC) TO ED-QTE3
           MOVE W-STOCK-CANAL TO ED-STOCK
           DISPLAY '  ' TC-CODEA (IDX-TC) '  ' W-LIBELLE-EDITE ' '
               ED-QTE ' ' ED-QTE2 ' ' ED-QTE3 ' ' ED-STOCK
               WITH NO ADVANCING
           MOVE TC-QTE-RECENTE (IDX-TC) TO ED-QTE
           MOVE W-COUVERTURE TO ED-COUVERTURE
           IF TC-QTE-RECENTE (IDX-TC) = ZERO
               DISPLAY '  ' ED-QTE '          - ' W-ALERTE
           ELSE
               DISPLAY '  ' ED-QTE '    ' ED-COUVERTURE ' ' W-ALERTE
           END-IF
           IF DONNEES-A-JOUR
               PERFORM CUMULER-ALBUM-TABLE
           END-IF
           .

       RECHERCHER-LIBELLE.
           MOVE W-CODEA-IMPUTE TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE W-CODEA-IMPUTE TO ME-CODEM
                   READ MERCH-KSDS
                       INVALID KEY
                           MOVE '** INCONNU **' TO W-LIBELLE-EDITE
                       NOT INVALID KEY
                           MOVE ME-LIBELLE TO W-LIBELLE-EDITE
                   END-READ
               NOT INVALID KEY
                   MOVE AL-TITREA TO W-LIBELLE-EDITE
           END-READ
           .

      *    CUMUL TOUS CLIENTS CONFONDUS, SUR LES SEULES ENSEIGNES A
      *    JOUR (LES STOCKS NEGATIFS NE COMPENSENT PAS LES AUTRES)
       CUMULER-ALBUM-TABLE.
           SET ALBUM-NON-TROUVE TO TRUE
           IF NB-ALBUMS-TABLE > ZERO
               SET IDX-TA TO 1
               SEARCH TA-ENTREE
                   AT END
                       SET ALBUM-NON-TROUVE TO TRUE
                   WHEN TA-CODEA (IDX-TA) = TC-CODEA (IDX-TC)
                       AND IDX-TA <= NB-ALBUMS-TABLE
                       SET ALBUM-TROUVE TO TRUE
               END-SEARCH
           END-IF
           IF ALBUM-NON-TROUVE
               IF NB-ALBUMS-TABLE >= 2000
                   DISPLAY 'TABLE DES ALBUMS SATUREE, ALBUM '
                       TC-CODEA (IDX-TC) ' IGNORE'
               ELSE
                   ADD 1 TO NB-ALBUMS-TABLE
                   SET IDX-TA TO NB-ALBUMS-TABLE
                   MOVE TC-CODEA (IDX-TC) TO TA-CODEA (IDX-TA)
                   MOVE ZERO TO TA-STOCK-CANAL (IDX-TA)
                   MOVE ZERO TO TA-QTE-RECENTE (IDX-TA)
                   MOVE ZERO TO TA-NB-CLIENTS-RISQUE (IDX-TA)
                   SET ALBUM-TROUVE TO TRUE
               END-IF
           END-IF
           IF ALBUM-TROUVE
               IF W-STOCK-CANAL > ZERO
                   ADD W-STOCK-CANAL TO TA-STOCK-CANAL (IDX-TA)
               END-IF
               ADD TC-QTE-RECENTE (IDX-TC) TO TA-QTE-RECENTE (IDX-TA)
               IF W-ALERTE(1:3) = '***'
                   ADD 1 TO TA-NB-CLIENTS-RISQUE (IDX-TA)
               END-IF
           END-IF
           .

      * -------------------------------------------------------------- *
      *    SYNTHESE -- ALBUMS A RISQUE DE RETOURS TOUS CLIENTS         *
      *    CONFONDUS : COUVERTURE GLOBALE AU-DELA DU SEUIL, OU AU      *
      *    MOINS UNE ENSEIGNE A RISQUE                                 *
      * -------------------------------------------------------------- *

       EDITER-ALBUMS-A-RISQUE.
           DISPLAY ' '
           DISPLAY '---------------------------------------------'
           DISPLAY 'ALBUMS A RISQUE DE RETOURS, TOUS CLIENTS'
           DISPLAY '---------------------------------------------'
           DISPLAY 'ALBUM TITRE                           '
               '  STOCK CANAL  DERN.MOIS  COUV.MOIS  CLIENTS A RISQUE'
           PERFORM VARYING IDX-TA FROM 1 BY 1
               UNTIL IDX-TA > NB-ALBUMS-TABLE
               PERFORM EDITER-UN-ALBUM
           END-PERFORM
           IF NB-ALBUMS-RISQUE = ZERO
               DISPLAY 'AUCUN ALBUM A RISQUE DE RETOURS'
           END-IF
           .

       EDITER-UN-ALBUM.
           MOVE SPACES TO W-ALERTE
           MOVE ZERO TO W-COUVERTURE
           IF TA-STOCK-CANAL (IDX-TA) > ZERO
               IF TA-QTE-RECENTE (IDX-TA) = ZERO
                   MOVE '*** RISQUE RETOUR' TO W-ALERTE
               ELSE
                   COMPUTE W-COUVERTURE ROUNDED =
                       TA-STOCK-CANAL (IDX-TA) / TA-QTE-RECENTE (IDX-TA)
                   IF W-COUVERTURE > W-SEUIL-COUVERTURE
                       MOVE '*** RISQUE RETOUR' TO W-ALERTE
                   END-IF
               END-IF
           END-IF
           IF TA-NB-CLIENTS-RISQUE (IDX-TA) > ZERO
               MOVE '*** RISQUE RETOUR' TO W-ALERTE
           END-IF
           IF W-ALERTE NOT = SPACES
               ADD 1 TO NB-ALBUMS-RISQUE
               MOVE TA-CODEA (IDX-TA) TO W-CODEA-IMPUTE
               PERFORM RECHERCHER-LIBELLE
               MOVE TA-STOCK-CANAL (IDX-TA) TO ED-STOCK
               MOVE TA-QTE-RECENTE (IDX-TA) TO ED-QTE
               MOVE W-COUVERTURE TO ED-COUVERTURE
               MOVE TA-NB-CLIENTS-RISQUE (IDX-TA) TO ED-QTE2
               DISPLAY TA-CODEA (IDX-TA) '  ' W-LIBELLE-EDITE '  '
                   ED-STOCK '  ' ED-QTE '    ' ED-COUVERTURE
                   '  ' ED-QTE2
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE SELLOUT-KSDS
           CLOSE VENTES-KSDS
           CLOSE CLIENT-KSDS
           CLOSE ALBUM-KSDS
           CLOSE MERCH-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CANALRPT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES SELL-OUT LUES      : ' NB-SELLOUT-LUS
           DISPLAY 'LIGNES DE VENTE LUES      : ' NB-VENTES-LUES
           DISPLAY 'LIGNES DE VENTE RETENUES  : ' NB-VENTES-RETENUES
           DISPLAY 'ENSEIGNES DECLARANTES     : ' NB-CLIENTS-TABLE
           DISPLAY '  DONT SANS DECLARATION   : ' NB-CLIENTS-ANCIENS
           DISPLAY 'COUPLES CLIENT/ALBUM      : ' NB-COUPLES-TABLE
           DISPLAY 'LIGNES A RISQUE RETOUR    : ' NB-LIGNES-RISQUE
           DISPLAY 'ALBUMS A RISQUE RETOUR    : ' NB-ALBUMS-RISQUE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-SELLOUT.
           READ SELLOUT-KSDS NEXT
               AT END
                   SET FIN-SELLOUT TO TRUE
               NOT AT END
                   SET NON-FIN-SELLOUT TO TRUE
           END-READ
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
           END-READ
           .
