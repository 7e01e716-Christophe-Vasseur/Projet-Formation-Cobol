      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE TRAITEMENT DES DEMANDES DE PARTICIPATION        *
      *       PUBLICITAIRE DES DISTRIBUTEURS                           *
      *                                                                *
      *       LIT LES DEMANDES SAISIES (UNE CARTE PAR DEMANDE : ACCORD,*
      *       REFERENCE DU DISTRIBUTEUR, FACTURE SUR LAQUELLE LE       *
      *       MONTANT A ETE DEDUIT, ENCAISSEMENT PARTIEL RESTE EN      *
      *       EXCEPTION DANS ENCEXCG1) ET LES CONTROLE CONTRE L ACCORD *
      *       (COOPACG1 : ACTIF, PERIODE, ENSEIGNE ET ALBUM, BUDGET    *
      *       RESTANT). LA DEMANDE APPROUVEE DOIT SOLDER LA FACTURE    *
      *       AVEC L ENCAISSEMENT CITE : LA FACTURE EST MARQUEE REGLEE,*
      *       L ENCOURS DU DISTRIBUTEUR (COMPTDIG1) EST REDUIT DU      *
      *       MONTANT DE LA FACTURE COMME PAR BANKAPPL, L EXCEPTION    *
      *       EST MARQUEE TRAITEE, LE BUDGET EST IMPUTE ET LA CHARGE   *
      *       DE PROMOTION EST PORTEE A L INTERFACE COMPTABLE          *
      *       (DDGLJRNL, EN AJOUT : DEBIT 623800, CREDIT 411000).     *
      *       CHAQUE DEMANDE, APPROUVEE OU REJETEE AVEC SON MOTIF, EST *
      *       CONSERVEE DANS COOPDMG1 POUR L ETAT D USAGE (COOPRPT)    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOPCLAM.
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

      *    DEMANDES SAISIES, UNE CARTE PAR DEMANDE, MEMES POSITIONS
      *    QUE LE DEBUT DE L ENREGISTREMENT COOPDMG1
           SELECT DEMANDE-FILE
               ASSIGN TO DDENTREE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-DE-STATUS
               .

           SELECT COOPACC-KSDS
               ASSIGN TO DDCOOPAC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PP-NUM-ACCORD
               FILE STATUS F-PP-STATUS
               .

           SELECT COOPDEM-KSDS
               ASSIGN TO DDCOOPDM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PD-CLE
               FILE STATUS F-PD-STATUS
               .

      *    PARCOURU EN SEQUENCE A LA RECHERCHE DE LA FACTURE (LE
      *    NUMERO N EST PAS DANS LA CLE, CF BANKAPPL), RELU PAR CLE
      *    POUR LE MARQUAGE DU REGLEMENT
           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

           SELECT COMPTDI-KSDS
               ASSIGN TO DDCOMPTD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CD-SIREN
               FILE STATUS F-CD-STATUS
               .

           SELECT ENCEXC-KSDS
               ASSIGN TO DDENCEXC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE OF E-ENCEXC
               FILE STATUS F-EX-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
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

       FD DEMANDE-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEMANDE
           .

       01 E-DEMANDE.
           05 DE-NUM-ACCORD        PIC X(06).
           05 DE-REF-DEMANDE       PIC X(10).
           05 DE-NUM-FACTURE       PIC 9(09).
           05 DE-DATE-DEMANDE      PIC 9(08).
           05 DE-MONTANT           PIC 9(09)V9(02).
           05 DE-EXC-DATE-OPER     PIC 9(08).
           05 DE-EXC-NUM-SEQ       PIC 9(04).
           05 FILLER               PIC X(24).

       FD COOPACC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COOPACC
           .

       COPY COOPACC.

       FD COOPDEM-KSDS
           RECORD 100 CHARACTERS
           DATA RECORD IS E-COOPDEM
           .

       COPY COOPDEM.

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
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD COMPTDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTDI
           .

       COPY COMPTDI.

       FD ENCEXC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ENCEXC
           .

       COPY ENCEXC.

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

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
       77 F-DE-STATUS             PIC X(02) VALUE '00'.
       77 F-PP-STATUS             PIC X(02) VALUE '00'.
       77 F-PD-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-EX-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN -- CHARGE DE PROMOTION ET COLLECTIF CLIENTS
       77 GL-CPT-PROMOTION        PIC X(08) VALUE '623800  '.
       77 GL-CPT-CLIENTS          PIC X(08) VALUE '411000  '.

      * DATE DU JOUR (AAAAMMJJ) ET PERIODE COMPTABLE (AAAAMM)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-PERIODE               PIC 9(06).

      * MOTIF DE REJET DE LA DEMANDE EN COURS (SPACES = DEMANDE
      * VALIDE, LE PREMIER MOTIF RENCONTRE EST RETENU)
       77 W-MOTIF-REJET           PIC X(20) VALUE SPACES.
      * UNE DEMANDE DEJA PRESENTE DANS COOPDMG1 N EST PAS RECRITE
       01 W-DOUBLON-IND           PIC 9 VALUE 2.
           88 DEMANDE-DOUBLON         VALUE 1.
           88 DEMANDE-NOUVELLE        VALUE 2.

      * FACTURE RETROUVEE (CLE DE LA LIGNE POUR LA RELECTURE) ET
      * MONTANTS A RAPPROCHER
       77 W-CLE-FACTURE           PIC X(21) VALUE SPACES.
       77 W-MONTANT-FACTURE       PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-RECU          PIC 9(11)V9(02) VALUE ZERO.
       77 W-RESTE-DU              PIC S9(11)V9(02) VALUE ZERO.
       77 W-BUDGET-RESTANT        PIC S9(09)V9(02) VALUE ZERO.
       01 FACTURE-IND             PIC 9.
           88 FACTURE-TROUVEE         VALUE 1.
           88 FACTURE-NON-TROUVEE     VALUE 2.
       01 W-EXC-CITEE-IND         PIC 9.
           88 EXC-CITEE               VALUE 1.
           88 EXC-NON-CITEE           VALUE 2.

      * ZONES DE L ECRITURE COMPTABLE
       77 W-GJ-LIBELLE            PIC X(20).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-DEMANDES-LUES        PIC 9(07) VALUE ZERO.
       77 NB-APPROUVEES           PIC 9(07) VALUE ZERO.
       77 NB-REJETEES             PIC 9(07) VALUE ZERO.
       77 NB-DOUBLONS             PIC 9(07) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(07) VALUE ZERO.
       77 W-TOTAL-APPROUVE        PIC 9(11)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-DEMANDE-IND         PIC 9.
           88 FIN-DEMANDE             VALUE 1.
           88 NON-FIN-DEMANDE         VALUE 2.
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.

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
           SET FIN-DEMANDE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR(1:6) TO W-PERIODE
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN INPUT DEMANDE-FILE
           IF F-DE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES DEMANDES'
               DISPLAY 'CODE ERREUR = ' F-DE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COOPACC-KSDS
           IF F-PP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ACCORDS PUBLICITAIRES'
               DISPLAY 'CODE ERREUR = ' F-PP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COOPDEM-KSDS
           IF F-PD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEMANDES PUBLICITAIRES'
               DISPLAY 'CODE ERREUR = ' F-PD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COMPTDI-KSDS
           IF F-CD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES'
               DISPLAY 'CODE ERREUR = ' F-CD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ENCEXC-KSDS
           IF F-EX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EXCEPTIONS'
               DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECRITURES GL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'COOPCLAM - DEMANDES DE PARTICIPATION'
           DISPLAY '           PUBLICITAIRE'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-DEMANDE

           PERFORM UNTIL FIN-DEMANDE
               PERFORM TRAITER-DEMANDE
               PERFORM LECTURE-ENRG-DEMANDE
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-DEMANDE.
           MOVE SPACES TO W-MOTIF-REJET
           SET DEMANDE-NOUVELLE TO TRUE
           PERFORM CONTROLER-DEMANDE
           EVALUATE TRUE
               WHEN DEMANDE-DOUBLON
                   ADD 1 TO NB-DOUBLONS
                   DISPLAY 'DEMANDE DEJA TRAITEE, ACCORD '
                       DE-NUM-ACCORD ' REFERENCE ' DE-REF-DEMANDE
               WHEN W-MOTIF-REJET NOT = SPACES
                   PERFORM REJETER-DEMANDE
               WHEN OTHER
                   PERFORM APPROUVER-DEMANDE
           END-EVALUATE
           .

      *    CONTROLES DANS L ORDRE : CARTE, DOUBLON, ACCORD, BUDGET,
      *    FACTURE, ENCAISSEMENT, PUIS RAPPROCHEMENT DES MONTANTS
       CONTROLER-DEMANDE.
           IF DE-NUM-ACCORD = SPACES OR DE-REF-DEMANDE = SPACES
               MOVE 'ACCORD/REF ABSENT' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF DE-NUM-FACTURE NOT NUMERIC
                       OR DE-DATE-DEMANDE NOT NUMERIC
                       OR DE-MONTANT NOT NUMERIC
                       OR DE-EXC-DATE-OPER NOT NUMERIC
                       OR DE-EXC-NUM-SEQ NOT NUMERIC
                   MOVE 'ZONE NUMERIQUE INVAL' TO W-MOTIF-REJET
               ELSE
                   IF DE-MONTANT = ZERO OR DE-NUM-FACTURE = ZERO
                       MOVE 'MONTANT/FACTURE NUL' TO W-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               MOVE DE-NUM-ACCORD  TO PD-NUM-ACCORD
               MOVE DE-REF-DEMANDE TO PD-REF-DEMANDE
               READ COOPDEM-KSDS
                   NOT INVALID KEY
                       SET DEMANDE-DOUBLON TO TRUE
                       MOVE 'DEMANDE EN DOUBLE' TO W-MOTIF-REJET
               END-READ
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM CONTROLER-ACCORD
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM RECHERCHER-FACTURE
               PERFORM CONTROLER-FACTURE
           END-IF
           IF W-MOTIF-REJET = SPACES
               PERFORM CONTROLER-ENCAISSEMENT
           END-IF
      *    LA PARTICIPATION DOIT COUVRIR EXACTEMENT CE QUE
      *    L ENCAISSEMENT N A PAS REGLE SUR LA FACTURE
           IF W-MOTIF-REJET = SPACES
               COMPUTE W-RESTE-DU = W-MONTANT-FACTURE - W-MONTANT-RECU
               IF W-RESTE-DU NOT = DE-MONTANT
                   MOVE 'MONTANT NE SOLDE PAS' TO W-MOTIF-REJET
                   DISPLAY 'ECART, FACTURE ' DE-NUM-FACTURE
                       ' MONTANT ' W-MONTANT-FACTURE
                       ' RECU ' W-MONTANT-RECU
                       ' DEMANDE ' DE-MONTANT
               END-IF
           END-IF
           .

       CONTROLER-ACCORD.
           MOVE DE-NUM-ACCORD TO PP-NUM-ACCORD
           READ COOPACC-KSDS
               INVALID KEY
                   MOVE 'ACCORD INCONNU' TO W-MOTIF-REJET
                   MOVE SPACES TO PP-SIREN
           END-READ
           IF W-MOTIF-REJET = SPACES
               IF NOT PP-ACTIF
                   MOVE 'ACCORD SUSPENDU' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF DE-DATE-DEMANDE < PP-DATE-DEBUT
                       OR (PP-DATE-FIN NOT = ZERO
                           AND DE-DATE-DEMANDE > PP-DATE-FIN)
                   MOVE 'HORS PERIODE ACCORD' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               COMPUTE W-BUDGET-RESTANT = PP-BUDGET - PP-CONSOMME
               IF DE-MONTANT > W-BUDGET-RESTANT
                   MOVE 'BUDGET INSUFFISANT' TO W-MOTIF-REJET
                   DISPLAY 'BUDGET RESTANT, ACCORD ' PP-NUM-ACCORD
                       ' : ' W-BUDGET-RESTANT
               END-IF
           END-IF
           .

      *    BALAYAGE SEQUENTIEL DU FICHIER VENTES A LA RECHERCHE DE LA
      *    LIGNE FACTUREE SOUS LE NUMERO CITE (HORS AVOIRS)
       RECHERCHER-FACTURE.
           SET FACTURE-NON-TROUVEE TO TRUE
           MOVE LOW-VALUES TO E-VENTES
           SET NON-FIN-VENTES TO TRUE
           START VENTES-KSDS KEY IS NOT LESS THAN E-VE-KEY
               INVALID KEY
                   SET FIN-VENTES TO TRUE
           END-START
           PERFORM UNTIL FIN-VENTES OR FACTURE-TROUVEE
               READ VENTES-KSDS NEXT RECORD
                   AT END
                       SET FIN-VENTES TO TRUE
                   NOT AT END
                       IF NOT VE-MVT-RETOUR
                               AND VE-NUM-FACTURE = DE-NUM-FACTURE
                           SET FACTURE-TROUVEE TO TRUE
                           MOVE E-VE-KEY TO W-CLE-FACTURE
                           COMPUTE W-MONTANT-FACTURE = VE-PRIX * VE-QTE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    LA FACTURE DOIT ETRE OUVERTE, AU DISTRIBUTEUR DE L ACCORD
      *    ET DANS SES RESTRICTIONS D ENSEIGNE ET D ALBUM
       CONTROLER-FACTURE.
           IF FACTURE-NON-TROUVEE
               MOVE 'FACTURE INCONNUE' TO W-MOTIF-REJET
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF VE-FACTURE-SOLDEE
                   MOVE 'FACTURE DEJA SOLDEE' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF VE-SIREN NOT = PP-SIREN
                   MOVE 'FACT AUTRE DISTRIB' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF PP-CODE-CLIENT NOT = SPACES
                       AND VE-CODE-CLIENT NOT = PP-CODE-CLIENT
                   MOVE 'ENSEIGNE HORS ACCORD' TO W-MOTIF-REJET
               END-IF
           END-IF
           IF W-MOTIF-REJET = SPACES
               IF PP-CODEA NOT = SPACES
                       AND VE-CODEA NOT = PP-CODEA
                   MOVE 'ALBUM HORS ACCORD' TO W-MOTIF-REJET
               END-IF
           END-IF
           .

      *    SANS ENCAISSEMENT CITE, LA PARTICIPATION COUVRE LA FACTURE
      *    ENTIERE ; SINON LE CREDIT EN EXCEPTION DOIT ETRE OUVERT ET
      *    VENIR DU DISTRIBUTEUR DE L ACCORD
       CONTROLER-ENCAISSEMENT.
           MOVE ZERO TO W-MONTANT-RECU
           SET EXC-NON-CITEE TO TRUE
           IF DE-EXC-DATE-OPER NOT = ZERO
               SET EXC-CITEE TO TRUE
               MOVE DE-EXC-DATE-OPER TO EX-DATE-OPER
               MOVE DE-EXC-NUM-SEQ   TO EX-NUM-SEQ
               READ ENCEXC-KSDS
                   INVALID KEY
                       MOVE 'ENCAISSEMT INCONNU' TO W-MOTIF-REJET
               END-READ
               IF W-MOTIF-REJET = SPACES
                   IF NOT EX-OUVERTE
                       MOVE 'ENCAISSEMT TRAITE' TO W-MOTIF-REJET
                   END-IF
               END-IF
               IF W-MOTIF-REJET = SPACES
                   IF EX-SIREN NOT = PP-SIREN
                       MOVE 'ENCAISSEMT AUTRE DIS' TO W-MOTIF-REJET
                   END-IF
               END-IF
               IF W-MOTIF-REJET = SPACES
                   MOVE EX-MONTANT TO W-MONTANT-RECU
               END-IF
           END-IF
           .

      *    LA FACTURE EST SOLDEE PAR L ENCAISSEMENT ET LA
      *    PARTICIPATION : MARQUAGE DU REGLEMENT, REDUCTION DE
      *    L ENCOURS DU MONTANT DE LA FACTURE (COMME BANKAPPL),
      *    EXCEPTION TRAITEE, IMPUTATION SUR LE BUDGET ET ECRITURE
       APPROUVER-DEMANDE.
           MOVE W-CLE-FACTURE TO E-VE-KEY
           READ VENTES-KSDS
               INVALID KEY
                   DISPLAY 'ECHEC RELECTURE FACTURE ' DE-NUM-FACTURE
               NOT INVALID KEY
                   SET VE-FACTURE-REGLEE TO TRUE
                   REWRITE E-VENTES
           END-READ
           PERFORM REDUIRE-ENCOURS
           IF EXC-CITEE
               SET EX-TRAITEE TO TRUE
               REWRITE E-ENCEXC
           END-IF
           ADD DE-MONTANT TO PP-CONSOMME
           REWRITE E-COOPACC
           PERFORM ECRIRE-PAIRE
           PERFORM ENREGISTRER-DEMANDE
           ADD 1 TO NB-APPROUVEES
           ADD DE-MONTANT TO W-TOTAL-APPROUVE
           DISPLAY 'DEMANDE APPROUVEE, ACCORD ' DE-NUM-ACCORD
               ' REFERENCE ' DE-REF-DEMANDE
               ' FACTURE ' DE-NUM-FACTURE ' MONTANT ' DE-MONTANT
           .

       REJETER-DEMANDE.
           PERFORM ENREGISTRER-DEMANDE
           ADD 1 TO NB-REJETEES
           DISPLAY 'DEMANDE REJETEE, ACCORD ' DE-NUM-ACCORD
               ' REFERENCE ' DE-REF-DEMANDE ' : ' W-MOTIF-REJET
           .

      *    LE SIREN RETENU EST CELUI DE L ACCORD QUAND IL A ETE LU
       ENREGISTRER-DEMANDE.
           MOVE SPACES         TO E-COOPDEM
           MOVE DE-NUM-ACCORD  TO PD-NUM-ACCORD
           MOVE DE-REF-DEMANDE TO PD-REF-DEMANDE
           IF DE-NUM-ACCORD = PP-NUM-ACCORD
               MOVE PP-SIREN   TO PD-SIREN
           END-IF
           IF DE-NUM-FACTURE IS NUMERIC
               MOVE DE-NUM-FACTURE  TO PD-NUM-FACTURE
           ELSE
               MOVE ZERO            TO PD-NUM-FACTURE
           END-IF
           IF DE-DATE-DEMANDE IS NUMERIC
               MOVE DE-DATE-DEMANDE TO PD-DATE-DEMANDE
           ELSE
               MOVE ZERO            TO PD-DATE-DEMANDE
           END-IF
           IF DE-MONTANT IS NUMERIC
               MOVE DE-MONTANT      TO PD-MONTANT
           ELSE
               MOVE ZERO            TO PD-MONTANT
           END-IF
           IF DE-EXC-DATE-OPER IS NUMERIC
                   AND DE-EXC-NUM-SEQ IS NUMERIC
               MOVE DE-EXC-DATE-OPER TO PD-EXC-DATE-OPER
               MOVE DE-EXC-NUM-SEQ   TO PD-EXC-NUM-SEQ
           ELSE
               MOVE ZERO             TO PD-EXC-DATE-OPER
               MOVE ZERO             TO PD-EXC-NUM-SEQ
           END-IF
           IF W-MOTIF-REJET = SPACES
               SET PD-APPROUVEE TO TRUE
           ELSE
               SET PD-REJETEE TO TRUE
               MOVE W-MOTIF-REJET TO PD-MOTIF-REJET
           END-IF
           MOVE W-DATE-JOUR    TO PD-DATE-TRAITEMENT
           WRITE E-COOPDEM
               INVALID KEY
                   DISPLAY 'ECHEC ECRITURE DEMANDE, ACCORD '
                       DE-NUM-ACCORD ' REFERENCE ' DE-REF-DEMANDE
           END-WRITE
           .

       REDUIRE-ENCOURS.
           MOVE PP-SIREN TO CD-SIREN
           READ COMPTDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT W-MONTANT-FACTURE FROM CD-SOLDE
                   MOVE W-DATE-JOUR TO CD-DATE-MAJ
                   REWRITE E-COMPTDI
           END-READ
           .

      *    LA PARTICIPATION EST UNE CHARGE DE PROMOTION QUI ETEINT LA
      *    CREANCE CLIENT A HAUTEUR DE LA DEDUCTION
       ECRIRE-PAIRE.
           MOVE SPACES TO W-GJ-LIBELLE
           STRING 'PART PUB ' DELIMITED BY SIZE
                  DE-NUM-ACCORD DELIMITED BY SIZE
               INTO W-GJ-LIBELLE
           INITIALIZE E-GLJRNL
           MOVE W-PERIODE          TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE GL-CPT-PROMOTION   TO GJ-COMPTE
           MOVE W-GJ-LIBELLE       TO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE DE-MONTANT         TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-PERIODE          TO GJ-REFERENCE(1:6)
           MOVE 'COOPCLAM'         TO GJ-REFERENCE(8:8)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE GL-CPT-CLIENTS     TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE DEMANDE-FILE
           CLOSE COOPACC-KSDS
           CLOSE COOPDEM-KSDS
           CLOSE VENTES-KSDS
           CLOSE COMPTDI-KSDS
           CLOSE ENCEXC-KSDS
           CLOSE GLJRNL-FILE
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COOPCLAM - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'DEMANDES LUES             : ' NB-DEMANDES-LUES
           DISPLAY 'DEMANDES APPROUVEES       : ' NB-APPROUVEES
           DISPLAY 'DEMANDES REJETEES         : ' NB-REJETEES
           DISPLAY 'DEMANDES DEJA TRAITEES    : ' NB-DOUBLONS
           DISPLAY 'MONTANT APPROUVE          : ' W-TOTAL-APPROUVE
           DISPLAY 'ECRITURES GL              : ' NB-ECRITURES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-DEMANDE.
           READ DEMANDE-FILE
               AT END
                   SET FIN-DEMANDE TO TRUE
               NOT AT END
                   SET NON-FIN-DEMANDE TO TRUE
                   ADD 1 TO NB-DEMANDES-LUES
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'COOPCLAM' TO W-VR-JOB
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
               MOVE 'COOPCLAM' TO EX-BATCH
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
