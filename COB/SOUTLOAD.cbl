      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE CHARGEMENT DES VENTES CONSOMMATEURS (SELL-OUT)  *
      *       DECLAREES CHAQUE SEMAINE PAR LES ENSEIGNES CLIENTES --   *
      *       UNE CARTE PAR CLIENT, EAN ET SEMAINE. L EAN EST          *
      *       RAPPROCHE DE L ALBUM (AL-CODE-EAN) OU DE L ARTICLE DE    *
      *       MERCHANDISING (ME-CODE-EAN) ; LA LIGNE EST ECRITE DANS   *
      *       SELLOUG1, OU REMPLACEE SI LA SEMAINE A DEJA ETE          *
      *       DECLAREE. LES CARTES REJETEES (CLIENT OU EAN INCONNU,    *
      *       ZONES INVALIDES) SONT DEPOSEES DANS LA BOITE DES         *
      *       EXCEPTIONS (EXCEPTG1)                                    *
      *                                                                *
      *       CHAQUE FICHIER D ENSEIGNE DU LOT EST ENCADRE PAR UNE     *
      *       ENTETE ET UNE ENQUEUE (CF ENVRECU.cpy) ; LE LOT EST      *
      *       CONTROLE AVANT TOUTE MISE A JOUR (ENTETES, ENQUEUES,     *
      *       NOMBRE DE LIGNES, TOTAL DES QUANTITES, FICHIER DEJA      *
      *       INTEGRE) ET REFUSE EN BLOC DANS EXCEPTG1 SI UN CONTROLE  *
      *       ECHOUE                                                   *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOUTLOAD.
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

      *    FICHIERS HEBDOMADAIRES DES ENSEIGNES, CONCATENES -- UNE
      *    CARTE PAR CLIENT, EAN ET SEMAINE, CHAQUE FICHIER ENCADRE
      *    PAR SON ENTETE ET SON ENQUEUE
           SELECT CHARGE-FILE
               ASSIGN TO DDCHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CH-STATUS
               .

           SELECT SELLOUT-KSDS
               ASSIGN TO DDSELOUT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SO-CLE
               FILE STATUS F-SO-STATUS
               .

           SELECT CLIENT-KSDS
               ASSIGN TO DDCLIENT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CL-CODE-CLIENT
               FILE STATUS F-CL-STATUS
               .

      *    ALBUMS ET ARTICLES, PARCOURUS UNE FOIS EN DEBUT DE
      *    TRAITEMENT POUR CONSTITUER LA TABLE DES EAN
           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
               .

      *    JOURNAL DES FICHIERS RECUS (CF RECEPLOG.cpy)
           SELECT RECEPLOG-KSDS
               ASSIGN TO DDRCPTLG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RX-CLE
               FILE STATUS F-RX-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
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

       FD CHARGE-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CHARGE
           .

       01 E-CHARGE.
           05 CH-CODE-CLIENT       PIC X(06).
           05 CH-CODE-EAN          PIC X(13).
           05 CH-SEMAINE           PIC 9(06).
           05 CH-SEMAINE-R REDEFINES CH-SEMAINE.
               10 CH-SEM-ANNEE     PIC 9(04).
               10 CH-SEM-NUMERO    PIC 9(02).
           05 CH-DATE-FIN-SEMAINE  PIC 9(08).
           05 CH-QTE-VENDUE        PIC 9(07).
           05 FILLER               PIC X(40).

       FD SELLOUT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SELLOUT
           .

       COPY SELLOUT.

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

       FD RECEPLOG-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RECEPLOG
           .

       COPY RECEPLOG.

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

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CH-STATUS              PIC X(02) VALUE '00'.
       77 F-SO-STATUS              PIC X(02) VALUE '00'.
       77 F-CL-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.
       77 F-ME-STATUS              PIC X(02) VALUE '00'.
       77 F-RX-STATUS              PIC X(02) VALUE '00'.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 F-EX-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * DATE DU JOUR (AAAAMMJJ), PORTEE SUR LES LIGNES CHARGEES
       77 W-DATE-JOUR              PIC 9(08).

      * CONTROLE DES FICHIERS RECUS (CF ENVRECU.cpy ET RECEPLOG.cpy)
      * -- CHAQUE FICHIER D ENSEIGNE DU LOT CONCATENE PORTE SA PROPRE
      * ENVELOPPE. LE MOTIF DE REFUS EST LE CODE DEPOSE DANS EXCEPTG1
      * (SPACES = LOT ACCEPTE), LE LIBELLE EST EDITE AU COMPTE RENDU
       COPY ENVRECU.
       77 W-RX-INTERFACE          PIC X(08) VALUE 'SELLOUT'.
       77 W-RX-ID-FICHIER         PIC X(16) VALUE SPACES.
       77 W-RX-DATE-CREATION      PIC 9(08) VALUE ZERO.
       77 W-RX-DATE-JOUR          PIC 9(08).
       77 W-RX-HEURE-JOUR         PIC X(08).
       77 W-RX-MOTIF              PIC X(08) VALUE SPACES.
       77 W-RX-LIBELLE            PIC X(45) VALUE SPACES.
      *    NOMBRE ET TOTAL DES QUANTITES ANNONCES PAR L ENTETE (ZERO =
      *    NON ANNONCE) ET PAR L ENQUEUE, PUIS CONSTATES SUR LES
      *    LIGNES DE DETAIL DU FICHIER EN COURS DE CONTROLE
       77 W-RX-NB-ENTETE          PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-ENTETE       PIC 9(13)V9(02) VALUE ZERO.
       77 W-RX-ID-ENQUEUE         PIC X(16) VALUE SPACES.
       77 W-RX-NB-ENQUEUE         PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-ENQUEUE      PIC 9(13)V9(02) VALUE ZERO.
       77 W-RX-NB-DETAIL          PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-DETAIL       PIC 9(13)V9(02) VALUE ZERO.
       01 W-RX-ENQUEUE-IND        PIC 9.
           88 ENQUEUE-LUE             VALUE 1.
           88 ENQUEUE-NON-LUE         VALUE 2.
      *    FICHIERS DU LOT ACCEPTES AU CONTROLE, INSCRITS AU JOURNAL
      *    DES RECEPTIONS PUIS CLOS EN FIN DE TRAITEMENT
       01 TABLE-FICHIERS-RECUS.
           05 TR-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TR.
               10 TR-ID-FICHIER       PIC X(16).
               10 TR-DATE-CREATION    PIC 9(08).
               10 TR-NB-ENREG         PIC 9(09).
               10 TR-TOTAL-QTE        PIC 9(13)V9(02).
       77 NB-FICHIERS-RECUS        PIC 9(02) VALUE ZERO.

      * TABLE DES EAN CONNUS -- ALBUMS PUIS ARTICLES DE
      * MERCHANDISING (MEME ESPACE DE CODES, CF MERCH.cpy)
       01 TABLE-EAN.
           05 TE-ENTREE OCCURS 5000 TIMES INDEXED BY IDX-TE.
               10 TE-CODE-EAN         PIC X(13).
               10 TE-CODEA            PIC X(06).
       77 NB-EAN-TABLE             PIC 9(04) VALUE ZERO.

      * MOTIF DE REJET DE LA CARTE EN COURS (SPACES = CARTE VALIDE,
      * LE PREMIER MOTIF RENCONTRE EST EDITE) ET CODE ANOMALIE
      * CORRESPONDANT POUR LA BOITE DES EXCEPTIONS
       77 W-MOTIF-REJET            PIC X(30) VALUE SPACES.
       77 W-CODE-REJET             PIC X(08) VALUE SPACES.

      * ALBUM OU ARTICLE RAPPROCHE DE L EAN DE LA CARTE
       77 W-CODEA-TROUVE           PIC X(06) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(07) VALUE ZERO.
       77 NB-CREES                 PIC 9(07) VALUE ZERO.
       77 NB-REMPLACES             PIC 9(07) VALUE ZERO.
       77 NB-REJETS                PIC 9(07) VALUE ZERO.
       77 NB-EAN-INCONNUS          PIC 9(07) VALUE ZERO.
       77 NB-CLIENTS-INCONNUS      PIC 9(07) VALUE ZERO.
       77 NB-QTE-CHARGEE           PIC 9(09) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-CHARGE-IND           PIC 9.
           88 FIN-CHARGE               VALUE 1.
           88 NON-FIN-CHARGE           VALUE 2.
       01 FIN-ALBUM-IND            PIC 9.
           88 FIN-ALBUM                VALUE 1.
           88 NON-FIN-ALBUM            VALUE 2.
       01 FIN-MERCH-IND            PIC 9.
           88 FIN-MERCH                VALUE 1.
           88 NON-FIN-MERCH            VALUE 2.

      * RESULTAT DE LA RECHERCHE DANS LA TABLE DES EAN
       01 EAN-TROUVE-IND           PIC 9.
           88 EAN-TROUVE               VALUE 1.
           88 EAN-NON-TROUVE           VALUE 2.

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
           SET FIN-CHARGE TO TRUE
           SET FIN-ALBUM TO TRUE
           SET FIN-MERCH TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    LE FICHIER VSAM PEUT DEJA CONTENIR DES ENREGISTREMENTS,
      *    D OU UN I-O PLUTOT QU UN OUTPUT
           OPEN I-O SELLOUT-KSDS
           IF F-SO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SELL-OUT'
               DISPLAY 'CODE ERREUR = ' F-SO-STATUS
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
           OPEN I-O RECEPLOG-KSDS
           IF F-RX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES RECEPTIONS'
               DISPLAY 'CODE ERREUR = ' F-RX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CONTROLER-FICHIER-RECU
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'SOUTLOAD - CHARGEMENT DES VENTES CONSOMMATEURS'
           DISPLAY '           DECLAREES PAR LES ENSEIGNES'
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-TABLE-EAN

           PERFORM LECTURE-ENRG-CHARGE

           PERFORM UNTIL FIN-CHARGE
               PERFORM TRAITER-CARTE-SELLOUT
               PERFORM LECTURE-ENRG-CHARGE
           END-PERFORM

           PERFORM CLORE-RECEPTION
               VARYING IDX-TR FROM 1 BY 1
               UNTIL IDX-TR > NB-FICHIERS-RECUS
           PERFORM FIN-TRAITEMENT
           .

      * -------------------------------------------------------------- *
      *    TABLE DES EAN -- AL-CODE-EAN N EST PAS UNE CLE D ALBUMG1,   *
      *    LES ALBUMS PUIS LES ARTICLES SONT DONC PARCOURUS UNE FOIS   *
      *    (LES FICHES SANS EAN SONT IGNOREES)                         *
      * -------------------------------------------------------------- *

       CHARGER-TABLE-EAN.
           PERFORM LECTURE-ENRG-ALBUM
           PERFORM UNTIL FIN-ALBUM
               IF AL-CODE-EAN NOT = SPACES
                   MOVE AL-CODEA TO W-CODEA-TROUVE
                   PERFORM AJOUTER-EAN-TABLE
               END-IF
               PERFORM LECTURE-ENRG-ALBUM
           END-PERFORM
           CLOSE ALBUM-KSDS
           PERFORM LECTURE-ENRG-MERCH
           PERFORM UNTIL FIN-MERCH
               IF ME-CODE-EAN NOT = SPACES
                   MOVE ME-CODEM TO W-CODEA-TROUVE
                   PERFORM AJOUTER-ARTICLE-TABLE
               END-IF
               PERFORM LECTURE-ENRG-MERCH
           END-PERFORM
           CLOSE MERCH-KSDS
           DISPLAY 'EAN CONNUS EN TABLE       : ' NB-EAN-TABLE
           .

       AJOUTER-EAN-TABLE.
           IF NB-EAN-TABLE >= 5000
               DISPLAY 'TABLE DES EAN SATUREE, ALBUM '
                   AL-CODEA ' IGNORE'
           ELSE
               ADD 1 TO NB-EAN-TABLE
               SET IDX-TE TO NB-EAN-TABLE
               MOVE AL-CODE-EAN TO TE-CODE-EAN (IDX-TE)
               MOVE W-CODEA-TROUVE TO TE-CODEA (IDX-TE)
           END-IF
           .

       AJOUTER-ARTICLE-TABLE.
           IF NB-EAN-TABLE >= 5000
               DISPLAY 'TABLE DES EAN SATUREE, ARTICLE '
                   ME-CODEM ' IGNORE'
           ELSE
               ADD 1 TO NB-EAN-TABLE
               SET IDX-TE TO NB-EAN-TABLE
               MOVE ME-CODE-EAN TO TE-CODE-EAN (IDX-TE)
               MOVE W-CODEA-TROUVE TO TE-CODEA (IDX-TE)
           END-IF
           .

      * -------------------------------------------------------------- *
      *    TRAITEMENT D UNE CARTE -- CONTROLES, RAPPROCHEMENT DE L EAN *
      *    PUIS ECRITURE (OU REMPLACEMENT) DE LA LIGNE SELLOUG1        *
      * -------------------------------------------------------------- *

       TRAITER-CARTE-SELLOUT.
           MOVE SPACES TO W-MOTIF-REJET
           MOVE SPACES TO W-CODE-REJET
           MOVE SPACES TO W-CODEA-TROUVE
           PERFORM CONTROLER-CARTE
           IF W-MOTIF-REJET NOT = SPACES
               PERFORM REJETER-CARTE
           ELSE
               PERFORM ECRIRE-OU-REMPLACER
           END-IF
           .

       CONTROLER-CARTE.
           IF CH-CODE-CLIENT = SPACES OR CH-CODE-EAN = SPACES
               MOVE 'CLIENT OU EAN ABSENT' TO W-MOTIF-REJET
               MOVE 'SODONNEE' TO W-CODE-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-SEMAINE NOT NUMERIC
                       OR CH-DATE-FIN-SEMAINE NOT NUMERIC
                       OR CH-QTE-VENDUE NOT NUMERIC
                   MOVE 'ZONE NUMERIQUE INVALIDE' TO W-MOTIF-REJET
                   MOVE 'SODONNEE' TO W-CODE-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF CH-SEM-NUMERO < 1 OR CH-SEM-NUMERO > 53
                       OR CH-DATE-FIN-SEMAINE = ZERO
                       OR CH-DATE-FIN-SEMAINE > W-DATE-JOUR
                   MOVE 'SEMAINE INVALIDE' TO W-MOTIF-REJET
                   MOVE 'SODONNEE' TO W-CODE-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE CH-CODE-CLIENT TO CL-CODE-CLIENT
               READ CLIENT-KSDS
                   INVALID KEY
                       MOVE 'CLIENT INCONNU' TO W-MOTIF-REJET
                       MOVE 'SOCLIINC' TO W-CODE-REJET
                       ADD 1 TO NB-CLIENTS-INCONNUS
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM RECHERCHER-EAN-TABLE
               IF EAN-NON-TROUVE
                   MOVE 'EAN INCONNU AU CATALOGUE' TO W-MOTIF-REJET
                   MOVE 'SOEANINC' TO W-CODE-REJET
                   ADD 1 TO NB-EAN-INCONNUS
               END-IF
           END-IF
           .

       RECHERCHER-EAN-TABLE.
           SET EAN-NON-TROUVE TO TRUE
           IF NB-EAN-TABLE > ZERO
               SET IDX-TE TO 1
               SEARCH TE-ENTREE
                   AT END
                       SET EAN-NON-TROUVE TO TRUE
                   WHEN TE-CODE-EAN (IDX-TE) = CH-CODE-EAN
                       AND IDX-TE <= NB-EAN-TABLE
                       SET EAN-TROUVE TO TRUE
                       MOVE TE-CODEA (IDX-TE) TO W-CODEA-TROUVE
               END-SEARCH
           END-IF
           .

      *    LA CARTE REJETEE EST EDITEE ET DEPOSEE EN AVERTISSEMENT
      *    DANS LA BOITE DES EXCEPTIONS, REFERENCE CLIENT + EAN
       REJETER-CARTE.
           ADD 1 TO NB-REJETS
           DISPLAY 'REJET, CLIENT ' CH-CODE-CLIENT ' EAN '
               CH-CODE-EAN ' : ' W-MOTIF-REJET
           MOVE '2' TO EX-GRAVITE
           MOVE W-CODE-REJET TO EX-CODE
           MOVE SPACES TO EX-REF
           MOVE CH-CODE-CLIENT TO EX-REF(1:6)
           MOVE CH-CODE-EAN TO EX-REF(7:13)
           PERFORM SIGNALER-EXCEPTION
           .

      *    UNE SEMAINE DEJA DECLAREE EST REMPLACEE : L ENSEIGNE QUI
      *    RENVOIE SON FICHIER CORRIGE NE DOIT PAS ETRE COMPTEE DEUX
      *    FOIS
       ECRIRE-OU-REMPLACER.
           MOVE SPACES TO E-SELLOUT
           MOVE CH-CODE-CLIENT      TO SO-CODE-CLIENT
           MOVE W-CODEA-TROUVE      TO SO-CODEA
           MOVE CH-SEMAINE          TO SO-SEMAINE
           MOVE CH-CODE-EAN         TO SO-CODE-EAN
           MOVE CH-DATE-FIN-SEMAINE TO SO-DATE-FIN-SEMAINE
           MOVE CH-QTE-VENDUE       TO SO-QTE-VENDUE
           MOVE W-DATE-JOUR         TO SO-DATE-CHARGEMENT
           WRITE E-SELLOUT
               INVALID KEY
                   PERFORM REMPLACER-SELLOUT
               NOT INVALID KEY
                   ADD 1 TO NB-CREES
                   ADD CH-QTE-VENDUE TO NB-QTE-CHARGEE
           END-WRITE
           .

       REMPLACER-SELLOUT.
           REWRITE E-SELLOUT
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC MISE A JOUR : ' SO-CLE
               NOT INVALID KEY
                   ADD 1 TO NB-REMPLACES
                   ADD CH-QTE-VENDUE TO NB-QTE-CHARGEE
           END-REWRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHARGE-FILE
           CLOSE SELLOUT-KSDS
           CLOSE CLIENT-KSDS
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           CLOSE RECEPLOG-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'SOUTLOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'FICHIERS D ENSEIGNES RECUS: ' NB-FICHIERS-RECUS
           DISPLAY 'CARTES LUES               : ' NB-LUS
           DISPLAY 'LIGNES CREEES             : ' NB-CREES
           DISPLAY 'SEMAINES REMPLACEES       : ' NB-REMPLACES
           DISPLAY 'QUANTITES CHARGEES        : ' NB-QTE-CHARGEE
           DISPLAY 'CARTES REJETEES           : ' NB-REJETS
           DISPLAY '  DONT EAN INCONNUS       : ' NB-EAN-INCONNUS
           DISPLAY '  DONT CLIENTS INCONNUS   : ' NB-CLIENTS-INCONNUS
           DISPLAY '---------------------------------------------'
           .

      *    CONTROLE DU LOT RECU AVANT TOUTE MISE A JOUR -- LE LOT EST
      *    LA CONCATENATION DES FICHIERS DES ENSEIGNES, CHACUN ENCADRE
      *    PAR SON ENTETE ET SON ENQUEUE (CF ENVRECU.cpy, TOTAL DE
      *    CONTROLE = TOTAL DES QUANTITES VENDUES). UNE PREMIERE PASSE
      *    VERIFIE L ENVELOPPE DE CHAQUE FICHIER ET CUMULE SES LIGNES
      *    DE DETAIL, PUIS LE FICHIER EST RECHERCHE DANS LE JOURNAL
      *    DES RECEPTIONS (CF RECEPLOG.cpy). UN FICHIER REFUSE EST
      *    SIGNALE DANS EXCEPTG1 ET ARRETE LE TRAITEMENT DU LOT SANS
      *    QU AUCUN FICHIER N AIT ETE MODIFIE ; UN LOT ACCEPTE VOIT
      *    CHACUN DE SES FICHIERS INSCRIT EN COURS D INTEGRATION PUIS
      *    EST RELU DEPUIS LE DEBUT POUR LA MISE A JOUR
       CONTROLER-FICHIER-RECU.
           ACCEPT W-RX-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-RX-HEURE-JOUR FROM TIME
           MOVE SPACES TO W-RX-MOTIF
           MOVE ZERO   TO NB-FICHIERS-RECUS
           PERFORM LECTURE-CONTROLE-CHARGE
           IF FIN-CHARGE
               MOVE 'RCPVIDE'  TO W-RX-MOTIF
               MOVE 'FICHIER VIDE' TO W-RX-LIBELLE
           END-IF
           PERFORM CONTROLER-ENVELOPPE
               UNTIL FIN-CHARGE OR W-RX-MOTIF NOT = SPACES
           IF W-RX-MOTIF NOT = SPACES
               PERFORM REFUSER-FICHIER
           END-IF
           CLOSE CHARGE-FILE
           OPEN INPUT CHARGE-FILE
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE FICHIER DE CHARGEMENT'
               DISPLAY 'CODE ERREUR = ' F-CH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM INSCRIRE-RECEPTION
               VARYING IDX-TR FROM 1 BY 1
               UNTIL IDX-TR > NB-FICHIERS-RECUS
                  OR W-RX-MOTIF NOT = SPACES
           IF W-RX-MOTIF NOT = SPACES
               PERFORM REFUSER-FICHIER
           END-IF
           .

      *    CONTROLE D UN FICHIER DU LOT, DE SON ENTETE (LIGNE COURANTE)
      *    A SON ENQUEUE ; LA LIGNE QUI SUIT L ENQUEUE EST LUE ET DOIT
      *    ETRE L ENTETE DU FICHIER SUIVANT
       CONTROLER-ENVELOPPE.
           MOVE SPACES TO W-RX-ID-FICHIER
           MOVE SPACES TO W-RX-ID-ENQUEUE
           MOVE ZERO   TO W-RX-NB-ENTETE
           MOVE ZERO   TO W-RX-TOTAL-ENTETE
           MOVE ZERO   TO W-RX-NB-ENQUEUE
           MOVE ZERO   TO W-RX-TOTAL-ENQUEUE
           MOVE ZERO   TO W-RX-NB-DETAIL
           MOVE ZERO   TO W-RX-TOTAL-DETAIL
           SET ENQUEUE-NON-LUE TO TRUE
           IF EV-ENTETE
               MOVE EV-ID-FICHIER TO W-RX-ID-FICHIER
           END-IF
           EVALUATE TRUE
               WHEN EV-ENTETE AND EV-INTERFACE = W-RX-INTERFACE
                       AND EV-ID-FICHIER NOT = SPACES
                       AND EV-DATE-CREATION IS NUMERIC
                       AND EV-NB-ENREG IS NUMERIC
                       AND EV-TOTAL-MONTANT IS NUMERIC
                   MOVE EV-DATE-CREATION TO W-RX-DATE-CREATION
                   MOVE EV-NB-ENREG      TO W-RX-NB-ENTETE
                   MOVE EV-TOTAL-MONTANT TO W-RX-TOTAL-ENTETE
               WHEN NOT EV-ENTETE AND NB-FICHIERS-RECUS > ZERO
                   MOVE 'RCPAPRES' TO W-RX-MOTIF
                   MOVE 'LIGNES APRES L ENQUEUE' TO W-RX-LIBELLE
               WHEN OTHER
                   MOVE 'RCPENTET' TO W-RX-MOTIF
                   MOVE 'ENTETE ABSENTE OU INVALIDE' TO W-RX-LIBELLE
           END-EVALUATE
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-CHARGE
               PERFORM CONTROLER-LIGNE-RECUE
                   UNTIL FIN-CHARGE OR ENQUEUE-LUE
                      OR W-RX-MOTIF NOT = SPACES
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM COMPARER-ENQUEUE
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM VERIFIER-DEJA-RECU
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM RETENIR-FICHIER-RECU
           END-IF
           .

      *    LIGNE SUIVANT L ENTETE : DETAIL CUMULE, OU ENQUEUE QUI CLOT
      *    LE FICHIER ; UNE ENTETE AVANT L ENQUEUE SIGNALE UN FICHIER
      *    TRONQUE DANS LE LOT
       CONTROLER-LIGNE-RECUE.
           EVALUATE TRUE
               WHEN EV-ENTETE
                   MOVE 'RCPENQUE' TO W-RX-MOTIF
                   MOVE 'ENQUEUE ABSENTE (FICHIER TRONQUE)'
                       TO W-RX-LIBELLE
               WHEN EV-ENQUEUE
                   SET ENQUEUE-LUE TO TRUE
                   MOVE EV-ID-FICHIER TO W-RX-ID-ENQUEUE
                   IF EV-NB-ENREG IS NUMERIC
                           AND EV-TOTAL-MONTANT IS NUMERIC
                       MOVE EV-NB-ENREG      TO W-RX-NB-ENQUEUE
                       MOVE EV-TOTAL-MONTANT TO W-RX-TOTAL-ENQUEUE
                   ELSE
                       MOVE 'RCPENQUE' TO W-RX-MOTIF
                       MOVE 'ENQUEUE INVALIDE' TO W-RX-LIBELLE
                   END-IF
               WHEN CH-QTE-VENDUE IS NOT NUMERIC
                   MOVE 'RCPDETAI' TO W-RX-MOTIF
                   MOVE 'QUANTITE NON NUMERIQUE SUR UNE LIGNE'
                       TO W-RX-LIBELLE
               WHEN OTHER
                   ADD 1 TO W-RX-NB-DETAIL
                   ADD CH-QTE-VENDUE TO W-RX-TOTAL-DETAIL
           END-EVALUATE
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-CHARGE
           END-IF
           .

      *    UN NOMBRE OU UN TOTAL A ZERO SUR L ENTETE N EST PAS ANNONCE
      *    ET N EST PAS CONTROLE ; CEUX DE L ENQUEUE LE SONT TOUJOURS
       COMPARER-ENQUEUE.
           EVALUATE TRUE
               WHEN ENQUEUE-NON-LUE
                   MOVE 'RCPENQUE' TO W-RX-MOTIF
                   MOVE 'ENQUEUE ABSENTE (FICHIER TRONQUE)'
                       TO W-RX-LIBELLE
               WHEN W-RX-ID-ENQUEUE NOT = W-RX-ID-FICHIER
                   MOVE 'RCPIDENT' TO W-RX-MOTIF
                   MOVE 'ENQUEUE D UN AUTRE FICHIER' TO W-RX-LIBELLE
               WHEN W-RX-NB-ENQUEUE NOT = W-RX-NB-DETAIL
                 OR (W-RX-NB-ENTETE NOT = ZERO
                     AND W-RX-NB-ENTETE NOT = W-RX-NB-DETAIL)
                   MOVE 'RCPNBENR' TO W-RX-MOTIF
                   MOVE 'NOMBRE DE LIGNES DISCORDANT' TO W-RX-LIBELLE
               WHEN W-RX-TOTAL-ENQUEUE NOT = W-RX-TOTAL-DETAIL
                 OR (W-RX-TOTAL-ENTETE NOT = ZERO
                     AND W-RX-TOTAL-ENTETE NOT = W-RX-TOTAL-DETAIL)
                   MOVE 'RCPTOTAL' TO W-RX-MOTIF
                   MOVE 'TOTAL DE CONTROLE DISCORDANT' TO W-RX-LIBELLE
           END-EVALUATE
           .

      *    UN FICHIER DEJA INTEGRE EST REFUSE ; UN FICHIER RESTE EN
      *    COURS EST CELUI D UNE INTEGRATION INTERROMPUE, A EXAMINER
      *    AVANT TOUTE RELANCE (L INSCRIPTION EST ALORS SUPPRIMEE A LA
      *    MAIN)
       VERIFIER-DEJA-RECU.
           MOVE W-RX-INTERFACE  TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER TO RX-ID-FICHIER
           READ RECEPLOG-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RX-INTEGRE
                       MOVE 'RCPDOUBL' TO W-RX-MOTIF
                       MOVE 'FICHIER DEJA INTEGRE' TO W-RX-LIBELLE
                   ELSE
                       MOVE 'RCPINTER' TO W-RX-MOTIF
                       MOVE 'FICHIER DEJA RECU, INTEGRATION INTERROMPUE'
                           TO W-RX-LIBELLE
                   END-IF
                   DISPLAY 'FICHIER DEJA RECU LE ' RX-DATE-RECEPTION
                       ' A ' RX-HEURE-RECEPTION
           END-READ
           .

      *    LE FICHIER CONTROLE EST RETENU POUR L INSCRIPTION AU
      *    JOURNAL -- UN MEME FICHIER PRESENT DEUX FOIS DANS LE LOT EST
      *    UN DOUBLON
       RETENIR-FICHIER-RECU.
           SET IDX-TR TO 1
           SEARCH TR-ENTREE
               AT END
                   CONTINUE
               WHEN IDX-TR > NB-FICHIERS-RECUS
                   CONTINUE
               WHEN TR-ID-FICHIER (IDX-TR) = W-RX-ID-FICHIER
                   MOVE 'RCPDOUBL' TO W-RX-MOTIF
                   MOVE 'FICHIER PRESENT DEUX FOIS DANS LE LOT'
                       TO W-RX-LIBELLE
           END-SEARCH
           IF W-RX-MOTIF = SPACES
               IF NB-FICHIERS-RECUS >= 50
                   MOVE 'RCPLOT' TO W-RX-MOTIF
                   MOVE 'PLUS DE 50 FICHIERS DANS LE LOT'
                       TO W-RX-LIBELLE
               ELSE
                   ADD 1 TO NB-FICHIERS-RECUS
                   SET IDX-TR TO NB-FICHIERS-RECUS
                   MOVE W-RX-ID-FICHIER    TO TR-ID-FICHIER (IDX-TR)
                   MOVE W-RX-DATE-CREATION TO TR-DATE-CREATION (IDX-TR)
                   MOVE W-RX-NB-DETAIL     TO TR-NB-ENREG (IDX-TR)
                   MOVE W-RX-TOTAL-DETAIL  TO TR-TOTAL-QTE (IDX-TR)
               END-IF
           END-IF
           .

       INSCRIRE-RECEPTION.
           MOVE TR-ID-FICHIER (IDX-TR) TO W-RX-ID-FICHIER
           MOVE SPACES             TO E-RECEPLOG
           MOVE W-RX-INTERFACE     TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER    TO RX-ID-FICHIER
           SET RX-EN-COURS         TO TRUE
           MOVE TR-NB-ENREG (IDX-TR)      TO RX-NB-ENREG
           MOVE TR-TOTAL-QTE (IDX-TR)     TO RX-TOTAL-MONTANT
           MOVE TR-DATE-CREATION (IDX-TR) TO RX-DATE-CREATION
           MOVE W-RX-DATE-JOUR     TO RX-DATE-RECEPTION
           MOVE W-RX-HEURE-JOUR    TO RX-HEURE-RECEPTION
           WRITE E-RECEPLOG
               INVALID KEY
                   MOVE 'RCPJOURN' TO W-RX-MOTIF
                   MOVE 'INSCRIPTION AU JOURNAL IMPOSSIBLE'
                       TO W-RX-LIBELLE
               NOT INVALID KEY
                   DISPLAY 'FICHIER ' W-RX-ID-FICHIER
                       ' INSCRIT AU JOURNAL DES RECEPTIONS'
           END-WRITE
           .

      *    FIN NORMALE DE L INTEGRATION : LE FICHIER PASSE INTEGRE
       CLORE-RECEPTION.
           MOVE W-RX-INTERFACE         TO RX-INTERFACE
           MOVE TR-ID-FICHIER (IDX-TR) TO RX-ID-FICHIER
           READ RECEPLOG-KSDS
               INVALID KEY
                   DISPLAY 'FICHIER ' RX-ID-FICHIER
                       ' ABSENT DU JOURNAL DES RECEPTIONS'
               NOT INVALID KEY
                   SET RX-INTEGRE TO TRUE
                   REWRITE E-RECEPLOG
           END-READ
           .

      *    REFUS DU LOT : EXCEPTION CRITIQUE (REFERENCE INTERFACE
      *    + IDENTIFIANT DU FICHIER EN CAUSE) ET ARRET DU TRAITEMENT
       REFUSER-FICHIER.
           DISPLAY 'FICHIER ' W-RX-INTERFACE ' ' W-RX-ID-FICHIER
               ' REFUSE, AUCUNE MISE A JOUR'
           DISPLAY 'MOTIF : ' W-RX-LIBELLE
           DISPLAY 'LIGNES DE DETAIL    : ' W-RX-NB-DETAIL
               ' ENQUEUE ' W-RX-NB-ENQUEUE
               ' ENTETE ' W-RX-NB-ENTETE
           DISPLAY 'TOTAL DE CONTROLE   : ' W-RX-TOTAL-DETAIL
               ' ENQUEUE ' W-RX-TOTAL-ENQUEUE
               ' ENTETE ' W-RX-TOTAL-ENTETE
           MOVE '1'             TO EX-GRAVITE
           MOVE W-RX-MOTIF      TO EX-CODE
           MOVE SPACES          TO EX-REF
           MOVE W-RX-INTERFACE  TO EX-REF(1:8)
           MOVE W-RX-ID-FICHIER TO EX-REF(10:16)
           PERFORM SIGNALER-EXCEPTION
           PERFORM FIN-TRAITEMENT
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
               MOVE 'SOUTLOAD' TO EX-BATCH
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

      *    LECTURE DES CARTES, LE LOT AYANT ETE CONTROLE -- LES
      *    ENTETES ET ENQUEUES DES FICHIERS DU LOT SONT SAUTEES
       LECTURE-ENRG-CHARGE.
           PERFORM LECTURE-CONTROLE-CHARGE
           PERFORM LECTURE-CONTROLE-CHARGE
               UNTIL FIN-CHARGE OR NOT (EV-ENTETE OR EV-ENQUEUE)
           IF NON-FIN-CHARGE
               ADD 1 TO NB-LUS
           END-IF
           .

      *    LECTURE DE CONTROLE (ENTETES ET ENQUEUES COMPRISES)
       LECTURE-CONTROLE-CHARGE.
           READ CHARGE-FILE
               AT END
                   SET FIN-CHARGE TO TRUE
               NOT AT END
                   SET NON-FIN-CHARGE TO TRUE
                   MOVE E-CHARGE TO E-ENVRECU
           END-READ
           .

       LECTURE-ENRG-ALBUM.
           READ ALBUM-KSDS NEXT
               AT END
                   SET FIN-ALBUM TO TRUE
               NOT AT END
                   SET NON-FIN-ALBUM TO TRUE
           END-READ
           .

       LECTURE-ENRG-MERCH.
           READ MERCH-KSDS NEXT
               AT END
                   SET FIN-MERCH TO TRUE
               NOT AT END
                   SET NON-FIN-MERCH TO TRUE
           END-READ
           .
