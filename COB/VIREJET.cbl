      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE PRISE EN CHARGE DES REJETS DE VIREMENTS DE      *
      *       DROITS RENVOYES PAR LA BANQUE (COMPTE CLOS, IBAN FAUX)   *
      *                                                                *
      *       CHAQUE REJET (DDREJVIR) EST RAPPROCHE DU GRAND LIVRE DES *
      *       DROITS (ROYALLG1) PAR LA REFERENCE DE PAIEMENT           *
      *       (RL-REF-PAIEMENT) : LES LIGNES PAYEES CORRESPONDANTES    *
      *       REPASSENT EN ATTENTE DE PAIEMENT, LEUR MONTANT PAYE EST  *
      *       CUMULE AU SUSPENS DU BENEFICIAIRE (SUSPENG1), SES        *
      *       COORDONNEES BANCAIRES (BNQPERG1) SONT INVALIDEES ET UNE  *
      *       EXCEPTION EST DEPOSEE POUR LA COMPTABILITE (EXCEPTG1)    *
      *                                                                *
      *       UN REJET SANS LIGNE PAYEE CORRESPONDANTE (REFERENCE      *
      *       INCONNUE OU REJET DEJA PRIS EN CHARGE) EST SIGNALE SANS  *
      *       AUCUNE MISE A JOUR                                       *
      *                                                                *
      *       LE FICHIER DE LA BANQUE EST CONTROLE AVANT TOUTE MISE A  *
      *       JOUR (ENTETE, ENQUEUE, NOMBRE DE LIGNES, TOTAL DES       *
      *       MONTANTS, FICHIER DEJA INTEGRE) ET REFUSE EN BLOC DANS   *
      *       EXCEPTG1 SI UN CONTROLE ECHOUE                           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREJET.
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

      *    FICHIER DES REJETS ET RETOURS DE VIREMENTS FOURNI PAR LA
      *    BANQUE, UN ENREG PAR VIREMENT REJETE
           SELECT REJET-FILE
               ASSIGN TO DDREJVIR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RJ-STATUS
               .

      *    GRAND LIVRE DES DROITS, PARCOURU EN ENTIER ET MIS A JOUR
      *    EN PLACE (LA REFERENCE DE PAIEMENT N EST PAS UNE CLE)
           SELECT ROYALLDG-KSDS
               ASSIGN TO DDROYLDG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RL-KEY
               FILE STATUS F-RL-STATUS
               .

           SELECT SUSPENS-KSDS
               ASSIGN TO DDSUSPEN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SU-CODEP
               FILE STATUS F-SU-STATUS
               .

           SELECT BNQPERS-KSDS
               ASSIGN TO DDBNQPER
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BP-CODEP
               FILE STATUS F-BP-STATUS
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

       FD REJET-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REJET
           .

      *    RJ-CODEP EST LE BENEFICIAIRE DU VIREMENT (VI-CODEP) RENVOYE
      *    PAR LA BANQUE AVEC LA REFERENCE ; A BLANC, LE CODEP DES
      *    LIGNES DU GRAND LIVRE EST RETENU. RJ-MOTIF EST LE CODE
      *    RETOUR DE LA BANQUE (AC01 IBAN ERRONE, AC04 COMPTE CLOS...)
       01 E-REJET.
           05 RJ-REF-PAIEMENT      PIC X(11).
           05 RJ-CODEP             PIC X(06).
           05 RJ-IBAN              PIC X(34).
           05 RJ-MONTANT           PIC 9(11)V9(02).
           05 RJ-DEVISE            PIC X(03).
           05 RJ-DATE-REJET        PIC 9(08).
           05 RJ-MOTIF             PIC X(04).
           05 FILLER               PIC X(01).

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

       COPY ROYALLDG.

       FD SUSPENS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SUSPENS
           .

       COPY SUSPENS.

       FD BNQPERS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BNQPERS
           .

       COPY BNQPERS.

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
       77 F-RJ-STATUS             PIC X(02) VALUE '00'.
       77 F-RL-STATUS             PIC X(02) VALUE '00'.
       77 F-SU-STATUS             PIC X(02) VALUE '00'.
       77 F-BP-STATUS             PIC X(02) VALUE '00'.
       77 F-RX-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (AAAAMMJJ)
       77 W-DATE-JOUR             PIC 9(08).

      * CONTROLE DU FICHIER RECU (CF ENVRECU.cpy ET RECEPLOG.cpy) --
      * LE MOTIF DE REFUS EST LE CODE DEPOSE DANS EXCEPTG1 (SPACES =
      * FICHIER ACCEPTE), LE LIBELLE EST EDITE AU COMPTE RENDU
       COPY ENVRECU.
       77 W-RX-INTERFACE          PIC X(08) VALUE 'REJETVIR'.
       77 W-RX-ID-FICHIER         PIC X(16) VALUE SPACES.
       77 W-RX-DATE-CREATION      PIC 9(08) VALUE ZERO.
       77 W-RX-DATE-JOUR          PIC 9(08).
       77 W-RX-HEURE-JOUR         PIC X(08).
       77 W-RX-MOTIF              PIC X(08) VALUE SPACES.
       77 W-RX-LIBELLE            PIC X(45) VALUE SPACES.
      *    NOMBRE ET TOTAL ANNONCES PAR L ENTETE (ZERO = NON ANNONCE)
      *    ET PAR L ENQUEUE, PUIS CONSTATES SUR LES LIGNES DE DETAIL
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

      * REJETS DU FICHIER BANQUE, AVEC LE CUMUL DES LIGNES DU GRAND
      * LIVRE QUI LEUR SONT RAPPROCHEES
       01 TABLE-REJETS.
           05 TJ-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TJ.
               10 TJ-REF-PAIEMENT     PIC X(11).
               10 TJ-CODEP            PIC X(06).
               10 TJ-IBAN             PIC X(34).
               10 TJ-MOTIF            PIC X(04).
               10 TJ-NB-LIGNES        PIC 9(05).
               10 TJ-MONTANT          PIC 9(11)V9(02).
       77 NB-REJETS-CHARGES       PIC 9(03) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                  PIC 9(07) VALUE ZERO.
       77 NB-ECARTES              PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-REOUVERTES    PIC 9(07) VALUE ZERO.
       77 NB-REJETS-TRAITES       PIC 9(07) VALUE ZERO.
       77 NB-REJETS-INCONNUS      PIC 9(07) VALUE ZERO.
       77 NB-COORD-INVALIDEES     PIC 9(07) VALUE ZERO.
       77 W-TOTAL-SUSPENS         PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-REJET-IND           PIC 9.
           88 FIN-REJET               VALUE 1.
           88 NON-FIN-REJET           VALUE 2.
       01 FIN-LEDGER-IND          PIC 9.
           88 FIN-LEDGER              VALUE 1.
           88 NON-FIN-LEDGER          VALUE 2.

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
           SET FIN-REJET TO TRUE
           SET FIN-LEDGER TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT REJET-FILE
           IF F-RJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES REJETS'
               DISPLAY 'CODE ERREUR = ' F-RJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    LE FICHIER VSAM EXISTE DEJA -- MISE A JOUR EN PLACE
           OPEN I-O ROYALLDG-KSDS
           IF F-RL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER GRAND LIVRE'
               DISPLAY 'CODE ERREUR = ' F-RL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O SUSPENS-KSDS
           IF F-SU-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SUSPENS'
               DISPLAY 'CODE ERREUR = ' F-SU-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O BNQPERS-KSDS
           IF F-BP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COORDONNEES'
               DISPLAY 'CODE ERREUR = ' F-BP-STATUS
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
           DISPLAY 'VIREJET - REJETS DE VIREMENTS DE DROITS'
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-REJETS

           IF NB-REJETS-CHARGES > ZERO
               PERFORM LECTURE-ENRG-LEDGER
               PERFORM UNTIL FIN-LEDGER
                   PERFORM RAPPROCHER-LIGNE
                   PERFORM LECTURE-ENRG-LEDGER
               END-PERFORM
               PERFORM TRAITER-REJET
                   VARYING IDX-TJ FROM 1 BY 1
                   UNTIL IDX-TJ > NB-REJETS-CHARGES
           END-IF

           PERFORM CLORE-RECEPTION
           PERFORM FIN-TRAITEMENT
           .

      *    UN REJET SANS REFERENCE NE PEUT ETRE RAPPROCHE ET EST ECARTE
       CHARGER-REJETS.
           PERFORM LECTURE-ENRG-REJET
           PERFORM UNTIL FIN-REJET
               IF RJ-REF-PAIEMENT = SPACES
                   ADD 1 TO NB-ECARTES
                   DISPLAY 'REJET SANS REFERENCE DE PAIEMENT ECARTE, '
                       'BENEFICIAIRE ' RJ-CODEP
               ELSE
                   IF NB-REJETS-CHARGES < 500
                       ADD 1 TO NB-REJETS-CHARGES
                       SET IDX-TJ TO NB-REJETS-CHARGES
                       MOVE RJ-REF-PAIEMENT TO TJ-REF-PAIEMENT (IDX-TJ)
                       MOVE RJ-CODEP        TO TJ-CODEP (IDX-TJ)
                       MOVE RJ-IBAN         TO TJ-IBAN (IDX-TJ)
                       MOVE RJ-MOTIF        TO TJ-MOTIF (IDX-TJ)
                       MOVE ZERO            TO TJ-NB-LIGNES (IDX-TJ)
                       MOVE ZERO            TO TJ-MONTANT (IDX-TJ)
                   ELSE
                       ADD 1 TO NB-ECARTES
                       DISPLAY 'TABLE DES REJETS PLEINE, REJET '
                           RJ-REF-PAIEMENT ' ECARTE'
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-REJET
           END-PERFORM
           .

      *    SEULE UNE LIGNE PAYEE PEUT ETRE REJETEE : UNE LIGNE DEJA
      *    REPASSEE EN ATTENTE N EST PLUS RAPPROCHEE (RELANCE SANS
      *    DOUBLE SUSPENS)
       RAPPROCHER-LIGNE.
           ADD 1 TO NB-LIGNES-LUES
           IF RL-PAYE AND RL-REF-PAIEMENT NOT = SPACES
               SET IDX-TJ TO 1
               SEARCH TJ-ENTREE
                   AT END
                       CONTINUE
                   WHEN IDX-TJ > NB-REJETS-CHARGES
                       CONTINUE
                   WHEN TJ-REF-PAIEMENT (IDX-TJ) = RL-REF-PAIEMENT
                       PERFORM REOUVRIR-LIGNE
               END-SEARCH
           END-IF
           .

      *    LA LIGNE REPASSE EN ATTENTE ; LA REFERENCE EST CONSERVEE
      *    JUSQU A LA PROCHAINE CONFIRMATION (ROYALPAY)
       REOUVRIR-LIGNE.
           ADD RL-MONTANT-PAYE TO TJ-MONTANT (IDX-TJ)
           ADD 1 TO TJ-NB-LIGNES (IDX-TJ)
           IF TJ-CODEP (IDX-TJ) = SPACES
               MOVE RL-CODEP TO TJ-CODEP (IDX-TJ)
           END-IF
           SET RL-EN-ATTENTE TO TRUE
           MOVE ZERO TO RL-DATE-PAIEMENT
           MOVE ZERO TO RL-MONTANT-PAYE
           REWRITE E-ROYALLDG
               INVALID KEY
                   DISPLAY 'ECHEC MISE A JOUR GRAND LIVRE : ' RL-KEY
               NOT INVALID KEY
                   ADD 1 TO NB-LIGNES-REOUVERTES
                   DISPLAY 'LIGNE ' RL-CODEA '/' RL-CODEP '/'
                       RL-SIREN ' PERIODE ' RL-PERIODE
                       ' REPASSEE EN ATTENTE (REJET '
                       RL-REF-PAIEMENT ')'
           END-REWRITE
           .

       TRAITER-REJET.
           IF TJ-NB-LIGNES (IDX-TJ) = ZERO
               ADD 1 TO NB-REJETS-INCONNUS
               DISPLAY 'REJET ' TJ-REF-PAIEMENT (IDX-TJ)
                   ' SANS LIGNE PAYEE AU GRAND LIVRE'
               MOVE '2'      TO EX-GRAVITE
               MOVE 'REJVIRNR' TO EX-CODE
           ELSE
               ADD 1 TO NB-REJETS-TRAITES
               PERFORM METTRE-EN-SUSPENS
               PERFORM INVALIDER-COORDONNEES
               MOVE '1'      TO EX-GRAVITE
               MOVE 'REJETVIR' TO EX-CODE
           END-IF
           MOVE SPACES                   TO EX-REF
           MOVE TJ-REF-PAIEMENT (IDX-TJ) TO EX-REF(1:11)
           MOVE TJ-CODEP (IDX-TJ)        TO EX-REF(12:6)
           MOVE TJ-MOTIF (IDX-TJ)        TO EX-REF(18:4)
           PERFORM SIGNALER-EXCEPTION
           .

      *    MEME CUMUL QUE ROYALSET POUR UN BENEFICIAIRE SANS
      *    COORDONNEES : LE SUSPENS EST REVERSE AU PREMIER VIREMENT
      *    EMIS SUR DES COORDONNEES CORRIGEES
       METTRE-EN-SUSPENS.
           MOVE TJ-CODEP (IDX-TJ) TO SU-CODEP
           READ SUSPENS-KSDS
               INVALID KEY
                   MOVE SPACES              TO E-SUSPENS
                   MOVE TJ-CODEP (IDX-TJ)   TO SU-CODEP
                   MOVE TJ-MONTANT (IDX-TJ) TO SU-MONTANT
                   MOVE W-DATE-JOUR         TO SU-DATE-PREMIERE
                   MOVE W-DATE-JOUR         TO SU-DATE-DERNIERE
                   WRITE E-SUSPENS
               NOT INVALID KEY
                   ADD TJ-MONTANT (IDX-TJ) TO SU-MONTANT
                   IF SU-DATE-PREMIERE = ZERO
                       MOVE W-DATE-JOUR TO SU-DATE-PREMIERE
                   END-IF
                   MOVE W-DATE-JOUR TO SU-DATE-DERNIERE
                   REWRITE E-SUSPENS
           END-READ
           ADD TJ-MONTANT (IDX-TJ) TO W-TOTAL-SUSPENS
           DISPLAY 'REJET ' TJ-REF-PAIEMENT (IDX-TJ) ' MOTIF '
               TJ-MOTIF (IDX-TJ) ' : ' TJ-NB-LIGNES (IDX-TJ)
               ' LIGNE(S), ' TJ-MONTANT (IDX-TJ)
               ' MIS EN SUSPENS POUR ' TJ-CODEP (IDX-TJ)
           .

      *    LES COORDONNEES NE SONT INVALIDEES QUE SI ELLES SONT
      *    ENCORE CELLES DU VIREMENT REJETE : DES COORDONNEES DEJA
      *    CORRIGEES DEPUIS L EMISSION SONT LAISSEES EN L ETAT
       INVALIDER-COORDONNEES.
           MOVE TJ-CODEP (IDX-TJ) TO BP-CODEP
           READ BNQPERS-KSDS
               INVALID KEY
                   DISPLAY 'COORDONNEES DE ' TJ-CODEP (IDX-TJ)
                       ' ABSENTES DE BNQPERG1'
               NOT INVALID KEY
                   IF TJ-IBAN (IDX-TJ) = SPACES
                           OR TJ-IBAN (IDX-TJ) = BP-IBAN
                       SET BP-COORD-INVALIDES TO TRUE
                       REWRITE E-BNQPERS
                           INVALID KEY
                               DISPLAY 'ECHEC MISE A JOUR '
                                   'COORDONNEES : ' BP-CODEP
                           NOT INVALID KEY
                               ADD 1 TO NB-COORD-INVALIDEES
                       END-REWRITE
                   ELSE
                       DISPLAY 'COORDONNEES DE ' BP-CODEP
                           ' DEJA MODIFIEES, NON INVALIDEES'
                   END-IF
           END-READ
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE REJET-FILE
           CLOSE ROYALLDG-KSDS
           CLOSE SUSPENS-KSDS
           CLOSE BNQPERS-KSDS
           CLOSE RECEPLOG-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'VIREJET - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'FICHIER DE REJETS RECU    : ' W-RX-ID-FICHIER
           DISPLAY 'REJETS LUS                : ' NB-LUS
           DISPLAY 'REJETS ECARTES            : ' NB-ECARTES
           DISPLAY 'LIGNES GRAND LIVRE LUES   : ' NB-LIGNES-LUES
           DISPLAY 'LIGNES REMISES EN ATTENTE : ' NB-LIGNES-REOUVERTES
           DISPLAY 'REJETS PRIS EN CHARGE     : ' NB-REJETS-TRAITES
           DISPLAY 'REJETS SANS LIGNE PAYEE   : ' NB-REJETS-INCONNUS
           DISPLAY 'MONTANT MIS EN SUSPENS    : ' W-TOTAL-SUSPENS
               ' EUR'
           DISPLAY 'COORDONNEES INVALIDEES    : ' NB-COORD-INVALIDEES
           DISPLAY '---------------------------------------------'
           .

      *    LECTURE DES LIGNES DE DETAIL, LE FICHIER AYANT ETE CONTROLE
      *    ET RELU APRES SON ENTETE -- L ENQUEUE TERMINE LA LECTURE
       LECTURE-ENRG-REJET.
           READ REJET-FILE
               AT END
                   SET FIN-REJET TO TRUE
               NOT AT END
                   MOVE E-REJET TO E-ENVRECU
                   IF EV-ENQUEUE
                       SET FIN-REJET TO TRUE
                   ELSE
                       SET NON-FIN-REJET TO TRUE
                       ADD 1 TO NB-LUS
                   END-IF
           END-READ
           .

      *    LECTURE DE CONTROLE (ENTETE ET ENQUEUE COMPRISES)
       LECTURE-CONTROLE-REJET.
           READ REJET-FILE
               AT END
                   SET FIN-REJET TO TRUE
               NOT AT END
                   SET NON-FIN-REJET TO TRUE
                   MOVE E-REJET TO E-ENVRECU
           END-READ
           .

       LECTURE-ENRG-LEDGER.
           READ ROYALLDG-KSDS NEXT RECORD
               AT END
                   SET FIN-LEDGER TO TRUE
               NOT AT END
                   SET NON-FIN-LEDGER TO TRUE
           END-READ
           .

      *    CONTROLE DU FICHIER RECU AVANT TOUTE MISE A JOUR -- UNE
      *    PREMIERE PASSE VERIFIE L ENVELOPPE (CF ENVRECU.cpy) ET
      *    CUMULE LES LIGNES DE DETAIL, PUIS LE FICHIER EST RECHERCHE
      *    DANS LE JOURNAL DES RECEPTIONS (CF RECEPLOG.cpy). UN
      *    FICHIER REFUSE EST SIGNALE DANS EXCEPTG1 ET ARRETE LE
      *    TRAITEMENT SANS QU AUCUN FICHIER N AIT ETE MODIFIE ; UN
      *    FICHIER ACCEPTE EST INSCRIT EN COURS D INTEGRATION PUIS
      *    RELU APRES SON ENTETE POUR LA MISE A JOUR
       CONTROLER-FICHIER-RECU.
           ACCEPT W-RX-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-RX-HEURE-JOUR FROM TIME
           PERFORM CONTROLER-ENVELOPPE
           IF W-RX-MOTIF = SPACES
               PERFORM VERIFIER-DEJA-RECU
           END-IF
           IF W-RX-MOTIF NOT = SPACES
               PERFORM REFUSER-FICHIER
           END-IF
           CLOSE REJET-FILE
           OPEN INPUT REJET-FILE
           IF F-RJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE FICHIER DES REJETS'
               DISPLAY 'CODE ERREUR = ' F-RJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-CONTROLE-REJET
           PERFORM INSCRIRE-RECEPTION
           IF W-RX-MOTIF NOT = SPACES
               PERFORM REFUSER-FICHIER
           END-IF
           .

       CONTROLER-ENVELOPPE.
           MOVE SPACES TO W-RX-MOTIF
           MOVE ZERO   TO W-RX-NB-DETAIL
           MOVE ZERO   TO W-RX-TOTAL-DETAIL
           SET ENQUEUE-NON-LUE TO TRUE
           PERFORM LECTURE-CONTROLE-REJET
           IF FIN-REJET
               MOVE 'RCPVIDE'  TO W-RX-MOTIF
               MOVE 'FICHIER VIDE' TO W-RX-LIBELLE
           ELSE
               IF EV-ENTETE
                   MOVE EV-ID-FICHIER TO W-RX-ID-FICHIER
               END-IF
               IF EV-ENTETE AND EV-INTERFACE = W-RX-INTERFACE
                       AND EV-ID-FICHIER NOT = SPACES
                       AND EV-DATE-CREATION IS NUMERIC
                       AND EV-NB-ENREG IS NUMERIC
                       AND EV-TOTAL-MONTANT IS NUMERIC
                   MOVE EV-DATE-CREATION TO W-RX-DATE-CREATION
                   MOVE EV-NB-ENREG      TO W-RX-NB-ENTETE
                   MOVE EV-TOTAL-MONTANT TO W-RX-TOTAL-ENTETE
               ELSE
                   MOVE 'RCPENTET' TO W-RX-MOTIF
                   MOVE 'ENTETE ABSENTE OU INVALIDE' TO W-RX-LIBELLE
               END-IF
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-REJET
               PERFORM CONTROLER-LIGNE-RECUE
                   UNTIL FIN-REJET OR W-RX-MOTIF NOT = SPACES
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM COMPARER-ENQUEUE
           END-IF
           .
      *    LIGNE SUIVANT L ENTETE : DETAIL CUMULE, OU ENQUEUE QUI DOIT
      *    ETRE LA DERNIERE LIGNE DU FICHIER
       CONTROLER-LIGNE-RECUE.
           EVALUATE TRUE
               WHEN ENQUEUE-LUE
                   MOVE 'RCPAPRES' TO W-RX-MOTIF
                   MOVE 'LIGNES APRES L ENQUEUE' TO W-RX-LIBELLE
               WHEN EV-ENTETE
                   MOVE 'RCPENTET' TO W-RX-MOTIF
                   MOVE 'SECONDE ENTETE (FICHIERS CONCATENES)'
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
               WHEN RJ-MONTANT IS NOT NUMERIC
                   MOVE 'RCPDETAI' TO W-RX-MOTIF
                   MOVE 'MONTANT NON NUMERIQUE SUR UNE LIGNE'
                       TO W-RX-LIBELLE
               WHEN OTHER
                   ADD 1 TO W-RX-NB-DETAIL
                   ADD RJ-MONTANT TO W-RX-TOTAL-DETAIL
           END-EVALUATE
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-REJET
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

       INSCRIRE-RECEPTION.
           MOVE SPACES             TO E-RECEPLOG
           MOVE W-RX-INTERFACE     TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER    TO RX-ID-FICHIER
           SET RX-EN-COURS         TO TRUE
           MOVE W-RX-NB-DETAIL     TO RX-NB-ENREG
           MOVE W-RX-TOTAL-DETAIL  TO RX-TOTAL-MONTANT
           MOVE W-RX-DATE-CREATION TO RX-DATE-CREATION
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
           MOVE W-RX-INTERFACE  TO RX-INTERFACE
           MOVE W-RX-ID-FICHIER TO RX-ID-FICHIER
           READ RECEPLOG-KSDS
               INVALID KEY
                   DISPLAY 'FICHIER ' W-RX-ID-FICHIER
                       ' ABSENT DU JOURNAL DES RECEPTIONS'
               NOT INVALID KEY
                   SET RX-INTEGRE TO TRUE
                   REWRITE E-RECEPLOG
           END-READ
           .

      *    REFUS DU FICHIER : EXCEPTION CRITIQUE (REFERENCE INTERFACE
      *    + IDENTIFIANT DU FICHIER) ET ARRET DU TRAITEMENT
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
               MOVE 'VIREJET ' TO EX-BATCH
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
