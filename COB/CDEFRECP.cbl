      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE RECEPTION DES COMMANDES DE FABRICATION           *
      *                                                                *
      *      UNE CARTE PAR LIVRAISON DE L USINE (COMMANDE, QUANTITE    *
      *      LIVREE, DATE, TOP DE SOLDE) : LA QUANTITE EST CUMULEE     *
      *      SUR LA COMMANDE (CF CDEFAB.cpy), CREDITEE AU DISPONIBLE   *
      *      DE STOCKG1 ET JOURNALISEE DANS STKMVTG1 SOUS LA NATURE    *
      *      'F' (RECEPTION DE FABRICATION). LA COMMANDE EST SOLDEE    *
      *      QUAND LE CUMUL ATTEINT LA QUANTITE COMMANDEE OU QUAND     *
      *      LA CARTE PORTE LE TOP DE SOLDE (RELIQUAT ABANDONNE). LES  *
      *      CARTES REJETEES ET LES SUR-LIVRAISONS SONT DEPOSEES DANS  *
      *      LA BOITE DES EXCEPTIONS (CF EXCEPTIO.cpy). CHAQUE         *
      *      RECEPTION RECALCULE LE COUT MOYEN PONDERE DE LA           *
      *      DECLINAISON (CF ST-COUT-MOYEN SUR STOCK.cpy)              *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEFRECP.
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

      *    BORDEREAUX DE LIVRAISON DE L USINE, UNE CARTE PAR
      *    LIVRAISON (SEQUENTIEL, NON TRIE)
           SELECT RECEP-FILE
               ASSIGN TO DDRECEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RC-STATUS
               .

           SELECT CDEFAB-KSDS
               ASSIGN TO DDCDEFAB
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-CF-KEY
               FILE STATUS F-CF-STATUS
               .

           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
               .

      *    JOURNAL DES MOUVEMENTS DE STOCK (CF STOCKMVT.cpy) -- UNE
      *    LIGNE PAR LIVRAISON RECEPTIONNEE
           SELECT STOCKMVT-KSDS
               ASSIGN TO DDSTKMVT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-CLE
               FILE STATUS F-SM-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
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

       FD RECEP-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RECEP
           .

       01 E-RECEP.
           05 RP-CODEA             PIC X(06).
           05 RP-FORMAT            PIC X(01).
           05 RP-NUM-CDE           PIC 9(05).
           05 RP-QTE-LIVREE        PIC 9(07).
      *    DATE DE LIVRAISON (AAAAMMJJ) -- A BLANC, DATE DU JOUR
           05 RP-DATE-LIVR         PIC X(08).
      *    'S' : LA COMMANDE EST SOLDEE APRES CETTE LIVRAISON MEME SI
      *    LE CUMUL N ATTEINT PAS LA QUANTITE COMMANDEE
           05 RP-TOP-SOLDE         PIC X(01).
               88 RP-SOLDER            VALUE 'S'.
           05 FILLER               PIC X(52).

       FD CDEFAB-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEFAB
           .

       COPY CDEFAB.

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

       FD STOCKMVT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCKMVT
           .

       COPY STOCKMVT.

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

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

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       77 F-CF-STATUS             PIC X(02) VALUE '00'.
       77 F-ST-STATUS             PIC X(02) VALUE '00'.
       77 F-SM-STATUS             PIC X(02) VALUE '00'.

      * DATE ET HEURE DU JOUR (HORODATAGE DU JOURNAL DES STOCKS)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-JOUR            PIC X(08).
       77 W-DATE-LIVR             PIC 9(08).

      * ECRITURE DU MOUVEMENT DE STOCK -- LA SEQUENCE EST AVANCEE
      * JUSQU A UNE CLE LIBRE DANS LA MEME SECONDE (CF STOCKLOAD)
       01 W-SM-ECRIT-IND          PIC 9.
           88 SM-ECRIT                VALUE 1.
           88 SM-NON-ECRIT            VALUE 2.

      * QUANTITE ATTENDUE AVANT LA LIVRAISON, POUR LE SIGNALEMENT
      * DES SUR-LIVRAISONS
       77 W-QTE-RESTANTE          PIC 9(07) VALUE ZERO.
       77 W-QTE-EXCEDENT          PIC 9(07) VALUE ZERO.

      * COUT MOYEN PONDERE DE LA DECLINAISON (CF ST-COUT-MOYEN) --
      * LA QUANTITE DEJA EN STOCK EST CELLE DE TOUS LES SITES
       77 W-QTE-AUTRES-SITES      PIC 9(07) VALUE ZERO.
       77 W-QTE-EN-STOCK          PIC 9(08) VALUE ZERO.
       77 W-COUT-ANCIEN           PIC 9(05)V9(04) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CARTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-RECEPTIONS           PIC 9(07) VALUE ZERO.
       77 NB-CDES-SOLDEES         PIC 9(07) VALUE ZERO.
       77 NB-SUR-LIVRAISONS       PIC 9(07) VALUE ZERO.
       77 NB-REJETS               PIC 9(07) VALUE ZERO.
       77 NB-QTE-RECUE            PIC 9(09) VALUE ZERO.

      * INDICATEUR DE VALIDITE DE LA CARTE EN COURS
       01 W-CARTE-IND             PIC 9.
           88 CARTE-VALIDE            VALUE 1.
           88 CARTE-REJETEE           VALUE 2.

      * INDICATEUR DE FIN DU FICHIER DES LIVRAISONS
       01 FIN-RECEP-IND           PIC 9.
           88 FIN-RECEP               VALUE 1.
           88 NON-FIN-RECEP           VALUE 2.

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
           SET FIN-RECEP TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN INPUT RECEP-FILE
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES LIVRAISONS'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O CDEFAB-KSDS
           IF F-CF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES FABRICATION'
               DISPLAY 'CODE ERREUR = ' F-CF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O STOCKMVT-KSDS
           IF F-SM-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES MOUVEMENTS'
               DISPLAY 'CODE ERREUR = ' F-SM-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEFRECP - RECEPTION DES COMMANDES DE'
           DISPLAY '           FABRICATION'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-RECEP

           PERFORM UNTIL FIN-RECEP
               PERFORM TRAITER-LIVRAISON
               PERFORM LECTURE-ENRG-RECEP
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    SEULE UNE COMMANDE OUVERTE (LANCEE A L USINE) SE
      *    RECEPTIONNE : UNE PROPOSITION NON CONFIRMEE, UNE COMMANDE
      *    SOLDEE OU ANNULEE SONT REJETEES
       TRAITER-LIVRAISON.
           SET CARTE-VALIDE TO TRUE
           IF RP-QTE-LIVREE NOT NUMERIC OR RP-QTE-LIVREE = ZERO
               SET CARTE-REJETEE TO TRUE
               DISPLAY 'REJET, QUANTITE LIVREE INVALIDE : '
                   RP-CODEA ' ' RP-FORMAT ' ' RP-NUM-CDE
               MOVE 'RCPQTINV' TO EX-CODE
           ELSE
               MOVE RP-CODEA   TO CF-CODEA
               MOVE RP-FORMAT  TO CF-FORMAT
               MOVE RP-NUM-CDE TO CF-NUM-CDE
               READ CDEFAB-KSDS
                   INVALID KEY
                       SET CARTE-REJETEE TO TRUE
                       DISPLAY 'REJET, COMMANDE INCONNUE : '
                           RP-CODEA ' ' RP-FORMAT ' ' RP-NUM-CDE
                       MOVE 'RCPCDINC' TO EX-CODE
                   NOT INVALID KEY
                       IF NOT CF-OUVERTE
                           SET CARTE-REJETEE TO TRUE
                           DISPLAY 'REJET, COMMANDE NON OUVERTE ('
                               CF-STATUT ') : ' RP-CODEA ' '
                               RP-FORMAT ' ' RP-NUM-CDE
                           MOVE 'RCPCDFER' TO EX-CODE
                       END-IF
               END-READ
           END-IF
           IF CARTE-VALIDE
               PERFORM RECEPTIONNER-LIVRAISON
           ELSE
               ADD 1 TO NB-REJETS
               MOVE '2' TO EX-GRAVITE
               MOVE SPACES TO EX-REF
               MOVE E-RECEP(1:12) TO EX-REF(1:12)
               PERFORM SIGNALER-EXCEPTION
           END-IF
           .

       RECEPTIONNER-LIVRAISON.
           IF RP-DATE-LIVR IS NUMERIC
               MOVE RP-DATE-LIVR TO W-DATE-LIVR
           ELSE
               MOVE W-DATE-JOUR TO W-DATE-LIVR
           END-IF
           IF CF-QTE-CDE > CF-QTE-RECUE
               COMPUTE W-QTE-RESTANTE = CF-QTE-CDE - CF-QTE-RECUE
           ELSE
               MOVE ZERO TO W-QTE-RESTANTE
           END-IF
           ADD RP-QTE-LIVREE TO CF-QTE-RECUE
           MOVE W-DATE-LIVR  TO CF-DATE-DERN-RECEP
           IF CF-QTE-RECUE >= CF-QTE-CDE OR RP-SOLDER
               SET CF-SOLDEE TO TRUE
               ADD 1 TO NB-CDES-SOLDEES
           END-IF
           REWRITE E-CDEFAB
               INVALID KEY
                   ADD 1 TO NB-REJETS
                   DISPLAY 'REJET, ECHEC REECRITURE COMMANDE : '
                       E-CF-KEY
               NOT INVALID KEY
                   PERFORM CREDITER-STOCK
                   ADD 1 TO NB-RECEPTIONS
                   ADD RP-QTE-LIVREE TO NB-QTE-RECUE
                   DISPLAY 'COMMANDE ' CF-CODEA ' ' CF-FORMAT ' '
                       CF-NUM-CDE ' RECUE ' RP-QTE-LIVREE
                       ' CUMUL ' CF-QTE-RECUE ' / ' CF-QTE-CDE
                       ' STATUT ' CF-STATUT
                   IF RP-QTE-LIVREE > W-QTE-RESTANTE
                       PERFORM SIGNALER-SUR-LIVRAISON
                   END-IF
           END-REWRITE
           .

      *    LA LIVRAISON EST PRISE EN STOCK MEME EXCEDENTAIRE (LES
      *    DISQUES SONT PHYSIQUEMENT LA), MAIS L ECART EST SIGNALE
      *    POUR LA RECLAMATION AUPRES DE L USINE
       SIGNALER-SUR-LIVRAISON.
           COMPUTE W-QTE-EXCEDENT = RP-QTE-LIVREE - W-QTE-RESTANTE
           ADD 1 TO NB-SUR-LIVRAISONS
           DISPLAY '   SUR-LIVRAISON DE ' W-QTE-EXCEDENT ' EXEMPLAIRES'
           MOVE '3' TO EX-GRAVITE
           MOVE 'RCPSURLV' TO EX-CODE
           MOVE SPACES TO EX-REF
           MOVE E-CF-KEY TO EX-REF(1:12)
           MOVE W-QTE-EXCEDENT TO EX-REF(14:7)
           PERFORM SIGNALER-EXCEPTION
           .

      *    CREDIT DU DISPONIBLE DU DEPOT PRINCIPAL, OU L USINE LIVRE --
      *    LA LIGNE DE STOCK EST CREEE AVEC UN SEUIL A ZERO SI LA
      *    DECLINAISON N EN AVAIT PAS ENCORE. LE COUT MOYEN PONDERE EST
      *    RECALCULE SUR LA QUANTITE DE TOUS LES SITES AVEC LE COUT
      *    UNITAIRE CONVENU SUR LA COMMANDE
       CREDITER-STOCK.
           PERFORM CUMULER-AUTRES-SITES
           MOVE CF-CODEA  TO ST-CODEA
           MOVE CF-FORMAT TO ST-FORMAT
           SET ST-DEPOT-PRINCIPAL TO TRUE
           READ STOCK-KSDS
               INVALID KEY
                   MOVE SPACES        TO E-STOCK
                   MOVE CF-CODEA      TO ST-CODEA
                   MOVE CF-FORMAT     TO ST-FORMAT
                   SET ST-DEPOT-PRINCIPAL TO TRUE
                   MOVE ZERO          TO ST-QTE-DISPO
                   MOVE ZERO          TO ST-COUT-MOYEN
                   PERFORM RECALCULER-COUT-MOYEN
                   MOVE RP-QTE-LIVREE TO ST-QTE-DISPO
                   MOVE ZERO          TO ST-SEUIL-REORDER
                   MOVE W-DATE-LIVR   TO ST-DATE-DERNIER-MVT
                   WRITE E-STOCK
               NOT INVALID KEY
                   PERFORM RECALCULER-COUT-MOYEN
                   ADD RP-QTE-LIVREE TO ST-QTE-DISPO
                   MOVE W-DATE-LIVR   TO ST-DATE-DERNIER-MVT
                   REWRITE E-STOCK
           END-READ
           PERFORM JOURNALISER-RECEPTION
           .

      *    QUANTITE DE LA DECLINAISON DEJA STOCKEE HORS DU DEPOT
      *    PRINCIPAL (CENTRE DE RETOURS, SITE DE DEBORD)
       CUMULER-AUTRES-SITES.
           MOVE ZERO      TO W-QTE-AUTRES-SITES
           MOVE CF-CODEA  TO ST-CODEA
           MOVE CF-FORMAT TO ST-FORMAT
           SET ST-DEPOT-RETOURS TO TRUE
           PERFORM AJOUTER-QTE-SITE
           MOVE CF-CODEA  TO ST-CODEA
           MOVE CF-FORMAT TO ST-FORMAT
           SET ST-DEPOT-DEBORD TO TRUE
           PERFORM AJOUTER-QTE-SITE
           .

       AJOUTER-QTE-SITE.
           READ STOCK-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ST-QTE-DISPO TO W-QTE-AUTRES-SITES
           END-READ
           .

      *    NOUVEAU COUT = (STOCK EN PLACE x COUT MOYEN + QUANTITE
      *    LIVREE x COUT DE LA COMMANDE) / STOCK APRES LIVRAISON --
      *    UN COUT A BLANC (LIGNE ANTERIEURE A LA VALORISATION) EST
      *    TRAITE COMME NUL ; UN STOCK VIDE PREND LE COUT DE LA
      *    COMMANDE
       RECALCULER-COUT-MOYEN.
           IF ST-COUT-MOYEN NUMERIC
               MOVE ST-COUT-MOYEN TO W-COUT-ANCIEN
           ELSE
               MOVE ZERO TO W-COUT-ANCIEN
           END-IF
           COMPUTE W-QTE-EN-STOCK = ST-QTE-DISPO + W-QTE-AUTRES-SITES
           IF W-QTE-EN-STOCK = ZERO OR W-COUT-ANCIEN = ZERO
               MOVE CF-COUT-UNIT TO ST-COUT-MOYEN
           ELSE
               COMPUTE ST-COUT-MOYEN ROUNDED =
                   (W-QTE-EN-STOCK * W-COUT-ANCIEN
                    + RP-QTE-LIVREE * CF-COUT-UNIT)
                   / (W-QTE-EN-STOCK + RP-QTE-LIVREE)
           END-IF
           .

      *    TRACE DE LA RECEPTION DANS LE JOURNAL DES STOCKS (CF
      *    STOCKMVT.cpy) -- NATURE 'F', CLE DE LA COMMANDE EN
      *    REFERENCE, POUR QUE STKMVTRP RAPPROCHE LE SOLDE
       JOURNALISER-RECEPTION.
           MOVE SPACES        TO E-STOCKMVT
           MOVE CF-CODEA      TO SM-CODEA
           MOVE CF-FORMAT     TO SM-FORMAT
           MOVE ST-DEPOT      TO SM-DEPOT
           MOVE W-DATE-JOUR   TO SM-DATE
           MOVE W-HEURE-JOUR  TO SM-HEURE
           MOVE ZERO          TO SM-SEQ
           SET SM-MVT-RECEPTION TO TRUE
           MOVE '+'           TO SM-SENS
           MOVE RP-QTE-LIVREE TO SM-QTE
           MOVE 'CDEFAB'      TO SM-REFERENCE(1:7)
           MOVE E-CF-KEY      TO SM-REFERENCE(8:12)
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

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE RECEP-FILE
           CLOSE CDEFAB-KSDS
           CLOSE STOCK-KSDS
           CLOSE STOCKMVT-KSDS
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEFRECP - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'BORDEREAUX LUS            : ' NB-CARTES-LUES
           DISPLAY 'LIVRAISONS RECEPTIONNEES  : ' NB-RECEPTIONS
           DISPLAY 'QUANTITE MISE EN STOCK    : ' NB-QTE-RECUE
           DISPLAY 'COMMANDES SOLDEES         : ' NB-CDES-SOLDEES
           DISPLAY 'SUR-LIVRAISONS            : ' NB-SUR-LIVRAISONS
           DISPLAY 'BORDEREAUX REJETES        : ' NB-REJETS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-RECEP.
           READ RECEP-FILE
               AT END
                   SET FIN-RECEP TO TRUE
               NOT AT END
                   SET NON-FIN-RECEP TO TRUE
                   ADD 1 TO NB-CARTES-LUES
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
               MOVE 'CDEFRECP' TO EX-BATCH
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

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'CDEFRECP' TO W-VR-JOB
           MOVE 'STOCKG1'   TO W-VR-FICHIER (1)
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
