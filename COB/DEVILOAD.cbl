      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D IMPORTATION DES TAUX DE CHANGE                   *
      *                                                                *
      *       LIT LE FICHIER DES TAUX RECU DE LA BANQUE (UNE LIGNE     *
      *       PAR DEVISE ET PAR DATE DE PRISE D EFFET, TAUX VERS       *
      *       L EURO), INSCRIT CHAQUE TAUX DANS L HISTORIQUE DEVISHG1  *
      *       (REMPLACE SI LA DEVISE A DEJA UN TAUX A CETTE DATE) ET   *
      *       MET A JOUR LE TAUX COURANT DE DEVISEG1 QUAND LA DATE     *
      *       D EFFET EST ATTEINTE ET POSTERIEURE A CELLE DU TAUX EN   *
      *       PLACE. UNE DEVISE ABSENTE DE DEVISEG1 N EST PAS ADMISE   *
      *       ICI : LA LIGNE EST SIGNALEE DANS EXCEPTG1. LE FICHIER    *
      *       EST CONTROLE AVANT TOUTE MISE A JOUR (ENTETE, ENQUEUE,   *
      *       NOMBRE DE LIGNES, TOTAL DES TAUX, FICHIER DEJA INTEGRE)  *
      *       ET REFUSE EN BLOC DANS EXCEPTG1 SI UN CONTROLE ECHOUE    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVILOAD.
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

      *    FICHIER DES TAUX DE CHANGE RECU (SEQUENTIEL, NON TRIE)
           SELECT TAUX-FILE
               ASSIGN TO DDTAUX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-TX-STATUS
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
               ACCESS IS RANDOM
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
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

       FD TAUX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TAUX
           .

      *    LIGNE DE TAUX -- DEVISE, DATE DE PRISE D EFFET (AAAAMMJJ)
      *    ET TAUX VERS L EURO, MEME PRECISION QUE DV-TAUX
       01 E-TAUX.
           05 TX-DEVISE            PIC X(03).
           05 TX-DATE-EFFET        PIC X(08).
           05 TX-TAUX              PIC 9(03)V9(04).
           05 FILLER               PIC X(62).

       FD DEVISE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISE
           .

       COPY DEVISE.

      *    F-DEVISEH PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN, LA
      *    CLE DEVISE + DATE D EFFET EN GROUPE POUR L ACCES DIRECT
       FD DEVISEH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISEH
           .

       01 E-DEVISEH.
           05 DH-CLE.
               10 DH-DEVISE         PIC X(03).
               10 DH-DATE-EFFET     PIC X(08).
           05 DH-TAUX               PIC 9(03)V9(04).
           05 FILLER                PIC X(62).

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
       77 F-TX-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RX-STATUS             PIC X(02) VALUE '00'.
       77 F-EX-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (AAAAMMJJ) -- UN TAUX A EFFET FUTUR N EST
      * INSCRIT QU A L HISTORIQUE, LE TAUX COURANT RESTE EN PLACE
       77 W-DATE-JOUR             PIC X(08).

      * CONTROLE DU FICHIER RECU (CF ENVRECU.cpy ET RECEPLOG.cpy) --
      * LE MOTIF DE REFUS EST LE CODE DEPOSE DANS EXCEPTG1 (SPACES =
      * FICHIER ACCEPTE), LE LIBELLE EST EDITE AU COMPTE RENDU
       COPY ENVRECU.
       77 W-RX-INTERFACE          PIC X(08) VALUE 'TAUXCHG'.
       77 W-RX-ID-FICHIER         PIC X(16) VALUE SPACES.
       77 W-RX-DATE-CREATION      PIC 9(08) VALUE ZERO.
       77 W-RX-DATE-JOUR          PIC 9(08).
       77 W-RX-HEURE-JOUR         PIC X(08).
       77 W-RX-MOTIF              PIC X(08) VALUE SPACES.
       77 W-RX-LIBELLE            PIC X(45) VALUE SPACES.
      *    NOMBRE ET TOTAL ANNONCES PAR L ENTETE (ZERO = NON ANNONCE)
      *    ET PAR L ENQUEUE, PUIS CONSTATES SUR LES LIGNES DE DETAIL
       77 W-RX-NB-ENTETE          PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-ENTETE       PIC 9(11)V9(04) VALUE ZERO.
       77 W-RX-ID-ENQUEUE         PIC X(16) VALUE SPACES.
       77 W-RX-NB-ENQUEUE         PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-ENQUEUE      PIC 9(11)V9(04) VALUE ZERO.
       77 W-RX-NB-DETAIL          PIC 9(09) VALUE ZERO.
       77 W-RX-TOTAL-DETAIL       PIC 9(11)V9(04) VALUE ZERO.
       01 W-RX-ENQUEUE-IND        PIC 9.
           88 ENQUEUE-LUE             VALUE 1.
           88 ENQUEUE-NON-LUE         VALUE 2.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                  PIC 9(07) VALUE ZERO.
       77 NB-HISTO-CREES          PIC 9(07) VALUE ZERO.
       77 NB-HISTO-REMPLACES      PIC 9(07) VALUE ZERO.
       77 NB-COURANTS-MAJ         PIC 9(07) VALUE ZERO.
       77 NB-REJETS               PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DES TAUX
       01 FIN-TAUX-IND            PIC 9.
           88 FIN-TAUX                VALUE 1.
           88 NON-FIN-TAUX            VALUE 2.

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
           SET FIN-TAUX TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT TAUX-FILE
           IF F-TX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES TAUX'
               DISPLAY 'CODE ERREUR = ' F-TX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O DEVISE-KSDS
           IF F-DV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISE'
               DISPLAY 'CODE ERREUR = ' F-DV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O DEVISEH-KSDS
           IF F-DH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISHG1'
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
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
           DISPLAY 'DEVILOAD - IMPORTATION DES TAUX DE CHANGE'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-TAUX

           PERFORM UNTIL FIN-TAUX
               PERFORM TRAITER-LIGNE-TAUX
               PERFORM LECTURE-ENRG-TAUX
           END-PERFORM

           PERFORM CLORE-RECEPTION
           PERFORM FIN-TRAITEMENT
           .

      *    LA DEVISE DOIT ETRE ADMISE (DEVISEG1), LA DATE D EFFET
      *    NUMERIQUE ET LE TAUX NON NUL -- UNE LIGNE REJETEE EST
      *    SIGNALEE EN AVERTISSEMENT, LES AUTRES LIGNES SONT INTEGREES
       TRAITER-LIGNE-TAUX.
           ADD 1 TO NB-LUS
           EVALUATE TRUE
               WHEN TX-DATE-EFFET IS NOT NUMERIC
                   MOVE 'DEVDATE' TO EX-CODE
                   PERFORM REJETER-LIGNE-TAUX
               WHEN TX-TAUX = ZERO
                   MOVE 'DEVTAUX0' TO EX-CODE
                   PERFORM REJETER-LIGNE-TAUX
               WHEN OTHER
                   MOVE TX-DEVISE TO DV-DEVISE
                   READ DEVISE-KSDS
                       INVALID KEY
                           MOVE 'DEVINCON' TO EX-CODE
                           PERFORM REJETER-LIGNE-TAUX
                       NOT INVALID KEY
                           PERFORM INSCRIRE-TAUX-HISTO
                           PERFORM METTRE-A-JOUR-COURANT
                   END-READ
           END-EVALUATE
           .

       REJETER-LIGNE-TAUX.
           ADD 1 TO NB-REJETS
           DISPLAY 'REJET ' EX-CODE ', DEVISE ' TX-DEVISE
               ' DATE ' TX-DATE-EFFET
           MOVE '2'           TO EX-GRAVITE
           MOVE SPACES        TO EX-REF
           MOVE TX-DEVISE     TO EX-REF(1:3)
           MOVE TX-DATE-EFFET TO EX-REF(5:8)
           PERFORM SIGNALER-EXCEPTION
           .

      *    UN TAUX DEJA CONNU A CETTE DATE EST REMPLACE (CORRECTION
      *    TRANSMISE PAR LA BANQUE)
       INSCRIRE-TAUX-HISTO.
           MOVE SPACES        TO E-DEVISEH
           MOVE TX-DEVISE     TO DH-DEVISE
           MOVE TX-DATE-EFFET TO DH-DATE-EFFET
           MOVE TX-TAUX       TO DH-TAUX
           WRITE E-DEVISEH
               INVALID KEY
                   REWRITE E-DEVISEH
                       INVALID KEY
                           DISPLAY 'ECHEC MISE A JOUR HISTORIQUE, '
                               'DEVISE ' TX-DEVISE ' DATE '
                               TX-DATE-EFFET
                       NOT INVALID KEY
                           ADD 1 TO NB-HISTO-REMPLACES
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO NB-HISTO-CREES
           END-WRITE
           .

      *    LE TAUX COURANT SUIT LE TAUX LE PLUS RECENT DEJA EN VIGUEUR
       METTRE-A-JOUR-COURANT.
           IF TX-DATE-EFFET NOT > W-DATE-JOUR
                   AND TX-DATE-EFFET NOT < DV-DATE-EFFET
               MOVE TX-TAUX       TO DV-TAUX
               MOVE TX-DATE-EFFET TO DV-DATE-EFFET
               REWRITE E-DEVISE
                   INVALID KEY
                       DISPLAY 'ECHEC MISE A JOUR TAUX COURANT, '
                           'DEVISE ' TX-DEVISE
                   NOT INVALID KEY
                       ADD 1 TO NB-COURANTS-MAJ
               END-REWRITE
           END-IF
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
           CLOSE TAUX-FILE
           OPEN INPUT TAUX-FILE
           IF F-TX-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE FICHIER DES TAUX'
               DISPLAY 'CODE ERREUR = ' F-TX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-CONTROLE-TAUX
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
           PERFORM LECTURE-CONTROLE-TAUX
           IF FIN-TAUX
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
                       AND EV-TOTAL-TAUX IS NUMERIC
                   MOVE EV-DATE-CREATION TO W-RX-DATE-CREATION
                   MOVE EV-NB-ENREG      TO W-RX-NB-ENTETE
                   MOVE EV-TOTAL-TAUX TO W-RX-TOTAL-ENTETE
               ELSE
                   MOVE 'RCPENTET' TO W-RX-MOTIF
                   MOVE 'ENTETE ABSENTE OU INVALIDE' TO W-RX-LIBELLE
               END-IF
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-TAUX
               PERFORM CONTROLER-LIGNE-RECUE
                   UNTIL FIN-TAUX OR W-RX-MOTIF NOT = SPACES
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
                           AND EV-TOTAL-TAUX IS NUMERIC
                       MOVE EV-NB-ENREG      TO W-RX-NB-ENQUEUE
                       MOVE EV-TOTAL-TAUX TO W-RX-TOTAL-ENQUEUE
                   ELSE
                       MOVE 'RCPENQUE' TO W-RX-MOTIF
                       MOVE 'ENQUEUE INVALIDE' TO W-RX-LIBELLE
                   END-IF
               WHEN TX-TAUX IS NOT NUMERIC
                   MOVE 'RCPDETAI' TO W-RX-MOTIF
                   MOVE 'TAUX NON NUMERIQUE SUR UNE LIGNE'
                       TO W-RX-LIBELLE
               WHEN OTHER
                   ADD 1 TO W-RX-NB-DETAIL
                   ADD TX-TAUX TO W-RX-TOTAL-DETAIL
           END-EVALUATE
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-TAUX
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
           MOVE W-RX-TOTAL-DETAIL  TO RX-TOTAL-TAUX
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
               MOVE 'DEVILOAD' TO EX-BATCH
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
       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE TAUX-FILE
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           CLOSE RECEPLOG-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'DEVILOAD - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'FICHIER RECU              : ' W-RX-ID-FICHIER
           DISPLAY 'LIGNES DE TAUX LUES       : ' NB-LUS
           DISPLAY 'TAUX INSCRITS HISTORIQUE  : ' NB-HISTO-CREES
           DISPLAY 'TAUX REMPLACES HISTORIQUE : ' NB-HISTO-REMPLACES
           DISPLAY 'TAUX COURANTS MIS A JOUR  : ' NB-COURANTS-MAJ
           DISPLAY 'LIGNES REJETEES           : ' NB-REJETS
           DISPLAY '---------------------------------------------'
           .

      *    LECTURE DES LIGNES DE DETAIL, LE FICHIER AYANT ETE
      *    CONTROLE ET RELU APRES SON ENTETE -- L ENQUEUE TERMINE LA
      *    LECTURE
       LECTURE-ENRG-TAUX.
           READ TAUX-FILE
               AT END
                   SET FIN-TAUX TO TRUE
               NOT AT END
                   MOVE E-TAUX TO E-ENVRECU
                   IF EV-ENQUEUE
                       SET FIN-TAUX TO TRUE
                   ELSE
                       SET NON-FIN-TAUX TO TRUE
                   END-IF
           END-READ
           .

      *    LECTURE DE CONTROLE (ENTETE ET ENQUEUE COMPRISES)
       LECTURE-CONTROLE-TAUX.
           READ TAUX-FILE
               AT END
                   SET FIN-TAUX TO TRUE
               NOT AT END
                   SET NON-FIN-TAUX TO TRUE
                   MOVE E-TAUX TO E-ENVRECU
           END-READ
           .
