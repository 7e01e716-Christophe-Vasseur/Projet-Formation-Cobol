      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D INTEGRATION DES RETOURS DE STATUT DE LA          *
      *       PLATEFORME DE DEMATERIALISATION DES FACTURES             *
      *                                                                *
      *       MET A JOUR LE SUIVI EFACTG1 (CF EFACTURE.cpy) DES        *
      *       FACTURES ET AVOIRS EMIS PAR EFACTEXT : DEPOSEE, REJETEE  *
      *       OU ENCAISSEE. UN REJET EST DEPOSE EN CRITIQUE DANS LA    *
      *       BOITE DES EXCEPTIONS (EXCEPTG1) -- LA FACTURE SE CORRIGE *
      *       PAR ANNULATION ET REEMISSION (ECRAN APIG1DN7), L AVOIR   *
      *       ET LA FACTURE CORRIGEE PARTANT AU PASSAGE SUIVANT        *
      *       D EFACTEXT. UN RETOUR SUR UN DOCUMENT ABSENT DU SUIVI    *
      *       OU PORTANT UN STATUT INCONNU EST DEPOSE EN               *
      *       AVERTISSEMENT. UN DOCUMENT DEJA DECLARE ENCAISSE NE      *
      *       CHANGE PLUS DE STATUT (RETOURS RECUS DANS LE DESORDRE)   *
      *                                                                *
      *       FICHIER DES RETOURS (DDENTREE, 80 COLONNES) :            *
      *         COL 1     TYPE DE DOCUMENT ('F' FACTURE, 'A' AVOIR)    *
      *         COL 2-10  NUMERO DE FACTURE OU D AVOIR                 *
      *         COL 11    STATUT ('D' DEPOSEE, 'J' REJETEE,            *
      *                   'P' ENCAISSEE)                               *
      *         COL 12-19 DATE DU STATUT (AAAAMMJJ)                    *
      *         COL 20-39 MOTIF DE REJET                               *
      *       ENCADRE PAR UNE ENTETE ET UNE ENQUEUE (CF ENVRECU.cpy),  *
      *       TOTAL DE CONTROLE A ZERO. LE FICHIER EST CONTROLE AVANT  *
      *       TOUTE MISE A JOUR (ENTETE, ENQUEUE, NOMBRE DE LIGNES,    *
      *       FICHIER DEJA INTEGRE) ET REFUSE EN BLOC DANS EXCEPTG1    *
      *       SI UN CONTROLE ECHOUE                                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFACTRET.
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

      *    RETOURS DE STATUT TRANSMIS PAR LA PLATEFORME
           SELECT RETOUR-FILE
               ASSIGN TO DDENTREE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RE-STATUS
               .

      *    SUIVI DES FACTURES ELECTRONIQUES (CF EFACTURE.cpy)
           SELECT EFACTURE-KSDS
               ASSIGN TO DDEFACT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EF-CLE
               FILE STATUS F-EF-STATUS
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

       FD RETOUR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS E-RETOUR
           .

       01 E-RETOUR.
           05 RE-CLE.
               10 RE-TYPE-DOC      PIC X(01).
               10 RE-NUM-DOC       PIC X(09).
           05 RE-STATUT            PIC X(01).
               88 RE-DEPOSEE           VALUE 'D'.
               88 RE-REJETEE           VALUE 'J'.
               88 RE-ENCAISSEE         VALUE 'P'.
           05 RE-DATE-STATUT       PIC X(08).
           05 RE-MOTIF-REJET       PIC X(20).
           05 FILLER               PIC X(41).

       FD EFACTURE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EFACTURE
           .

       COPY EFACTURE.

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
       77 F-RE-STATUS              PIC X(02) VALUE '00'.
       77 F-EF-STATUS              PIC X(02) VALUE '00'.
       77 F-EX-STATUS              PIC X(02) VALUE '00'.
       77 F-RX-STATUS              PIC X(02) VALUE '00'.

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

       77 W-DATE-JOUR              PIC 9(08) VALUE ZERO.

      * CONTROLE DU FICHIER RECU (CF ENVRECU.cpy ET RECEPLOG.cpy) --
      * LE MOTIF DE REFUS EST LE CODE DEPOSE DANS EXCEPTG1 (SPACES =
      * FICHIER ACCEPTE), LE LIBELLE EST EDITE AU COMPTE RENDU
       COPY ENVRECU.
       77 W-RX-INTERFACE          PIC X(08) VALUE 'RETEFACT'.
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

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-RETOURS-LUS           PIC 9(07) VALUE ZERO.
       77 NB-DEPOSEES              PIC 9(07) VALUE ZERO.
       77 NB-REJETEES              PIC 9(07) VALUE ZERO.
       77 NB-ENCAISSEES            PIC 9(07) VALUE ZERO.
       77 NB-DOCUMENTS-INCONNUS    PIC 9(07) VALUE ZERO.
       77 NB-STATUTS-INCONNUS      PIC 9(07) VALUE ZERO.
       77 NB-DEJA-ENCAISSES        PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DES RETOURS
       01 FIN-RETOURS-IND          PIC 9.
           88 FIN-RETOURS              VALUE 1.
           88 NON-FIN-RETOURS          VALUE 2.

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
           SET FIN-RETOURS TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT RETOUR-FILE
           IF F-RE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES RETOURS'
               DISPLAY 'CODE ERREUR = ' F-RE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O EFACTURE-KSDS
           IF F-EF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SUIVI E-FACTURES'
               DISPLAY 'CODE ERREUR = ' F-EF-STATUS
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
           DISPLAY 'EFACTRET - RETOURS DE LA PLATEFORME E-FACTURES'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-RETOUR

           PERFORM UNTIL FIN-RETOURS
               PERFORM TRAITER-RETOUR
               PERFORM LECTURE-ENRG-RETOUR
           END-PERFORM

           PERFORM CLORE-RECEPTION
           PERFORM FIN-TRAITEMENT
           .

       TRAITER-RETOUR.
           IF RE-NUM-DOC IS NOT NUMERIC
               ADD 1 TO NB-DOCUMENTS-INCONNUS
               DISPLAY 'RETOUR ILLISIBLE : ' RE-CLE
               MOVE '2' TO EX-GRAVITE
               MOVE 'EFINCONN' TO EX-CODE
               MOVE RE-CLE TO EX-REF
               PERFORM SIGNALER-EXCEPTION
           ELSE
               MOVE RE-TYPE-DOC TO EF-TYPE-DOC
               MOVE RE-NUM-DOC  TO EF-NUM-DOC
               READ EFACTURE-KSDS
                   INVALID KEY
                       ADD 1 TO NB-DOCUMENTS-INCONNUS
                       DISPLAY 'DOCUMENT ABSENT DU SUIVI : ' RE-CLE
                       MOVE '2' TO EX-GRAVITE
                       MOVE 'EFINCONN' TO EX-CODE
                       MOVE RE-CLE TO EX-REF
                       PERFORM SIGNALER-EXCEPTION
                   NOT INVALID KEY
                       PERFORM APPLIQUER-STATUT
               END-READ
           END-IF
           .

      *    UNE DATE DE STATUT ILLISIBLE EST REMPLACEE PAR LA DATE DU
      *    JOUR D INTEGRATION
       APPLIQUER-STATUT.
           IF EF-ENCAISSEE
               ADD 1 TO NB-DEJA-ENCAISSES
           ELSE
               IF RE-DEPOSEE OR RE-REJETEE OR RE-ENCAISSEE
                   MOVE RE-STATUT TO EF-STATUT
                   IF RE-DATE-STATUT IS NUMERIC
                       MOVE RE-DATE-STATUT TO EF-DATE-STATUT
                   ELSE
                       MOVE W-DATE-JOUR TO EF-DATE-STATUT
                   END-IF
                   IF RE-REJETEE
                       MOVE RE-MOTIF-REJET TO EF-MOTIF-REJET
                   END-IF
                   REWRITE E-EFACTURE
                       INVALID KEY
                           DISPLAY 'ERREUR MISE A JOUR SUIVI '
                               EF-CLE ' CODE ' F-EF-STATUS
                   END-REWRITE
                   EVALUATE TRUE
                       WHEN RE-DEPOSEE
                           ADD 1 TO NB-DEPOSEES
                       WHEN RE-ENCAISSEE
                           ADD 1 TO NB-ENCAISSEES
                       WHEN RE-REJETEE
                           PERFORM SIGNALER-REJET
                   END-EVALUATE
               ELSE
                   ADD 1 TO NB-STATUTS-INCONNUS
                   DISPLAY 'STATUT INCONNU ' RE-STATUT
                       ' DOCUMENT ' RE-CLE
                   MOVE '2' TO EX-GRAVITE
                   MOVE 'EFSTATUT' TO EX-CODE
                   MOVE RE-CLE TO EX-REF
                   PERFORM SIGNALER-EXCEPTION
               END-IF
           END-IF
           .

      *    LA REFERENCE PORTE LE DOCUMENT ET LE DISTRIBUTEUR ; LE
      *    MOTIF EST RAPPELE AU COMPTE RENDU ET RESTE AU SUIVI
       SIGNALER-REJET.
           ADD 1 TO NB-REJETEES
           DISPLAY 'DOCUMENT REJETE ' EF-TYPE-DOC EF-NUM-DOC
               ' SIREN ' EF-SIREN ' MOTIF ' EF-MOTIF-REJET
           MOVE '1' TO EX-GRAVITE
           MOVE 'EFREJET ' TO EX-CODE
           MOVE SPACES TO EX-REF
           STRING
               EF-TYPE-DOC     DELIMITED BY SIZE
               EF-NUM-DOC      DELIMITED BY SIZE
               ' '             DELIMITED BY SIZE
               EF-SIREN        DELIMITED BY SIZE
               INTO EX-REF
           END-STRING
           PERFORM SIGNALER-EXCEPTION
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE RETOUR-FILE
           CLOSE EFACTURE-KSDS
           CLOSE RECEPLOG-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'EFACTRET - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'FICHIER DES RETOURS RECU  : ' W-RX-ID-FICHIER
           DISPLAY 'RETOURS LUS               : ' NB-RETOURS-LUS
           DISPLAY 'DOCUMENTS DEPOSES         : ' NB-DEPOSEES
           DISPLAY 'DOCUMENTS REJETES         : ' NB-REJETEES
           DISPLAY 'DOCUMENTS ENCAISSES       : ' NB-ENCAISSEES
           DISPLAY 'DEJA ENCAISSES (IGNORES)  : ' NB-DEJA-ENCAISSES
           DISPLAY 'DOCUMENTS INCONNUS        : ' NB-DOCUMENTS-INCONNUS
           DISPLAY 'STATUTS INCONNUS          : ' NB-STATUTS-INCONNUS
           DISPLAY '---------------------------------------------'
           .

      *    LECTURE DES LIGNES DE DETAIL, LE FICHIER AYANT ETE CONTROLE
      *    ET RELU APRES SON ENTETE -- L ENQUEUE TERMINE LA LECTURE
       LECTURE-ENRG-RETOUR.
           READ RETOUR-FILE
               AT END
                   SET FIN-RETOURS TO TRUE
               NOT AT END
                   MOVE E-RETOUR TO E-ENVRECU
                   IF EV-ENQUEUE
                       SET FIN-RETOURS TO TRUE
                   ELSE
                       SET NON-FIN-RETOURS TO TRUE
                       ADD 1 TO NB-RETOURS-LUS
                   END-IF
           END-READ
           .

      *    LECTURE DE CONTROLE (ENTETE ET ENQUEUE COMPRISES)
       LECTURE-CONTROLE-RETOUR.
           READ RETOUR-FILE
               AT END
                   SET FIN-RETOURS TO TRUE
               NOT AT END
                   SET NON-FIN-RETOURS TO TRUE
                   MOVE E-RETOUR TO E-ENVRECU
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
           CLOSE RETOUR-FILE
           OPEN INPUT RETOUR-FILE
           IF F-RE-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE FICHIER DES RETOURS'
               DISPLAY 'CODE ERREUR = ' F-RE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-CONTROLE-RETOUR
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
           PERFORM LECTURE-CONTROLE-RETOUR
           IF FIN-RETOURS
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
               PERFORM LECTURE-CONTROLE-RETOUR
               PERFORM CONTROLER-LIGNE-RECUE
                   UNTIL FIN-RETOURS OR W-RX-MOTIF NOT = SPACES
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM COMPARER-ENQUEUE
           END-IF
           .
      *    LIGNE SUIVANT L ENTETE : DETAIL COMPTE, OU ENQUEUE QUI DOIT
      *    ETRE LA DERNIERE LIGNE DU FICHIER -- LES RETOURS NE PORTENT
      *    PAS DE MONTANT, LE TOTAL DE CONTROLE ANNONCE EST A ZERO ; UN
      *    RETOUR ILLISIBLE EST COMPTE ET SIGNALE A L INTEGRATION
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
               WHEN OTHER
                   ADD 1 TO W-RX-NB-DETAIL
           END-EVALUATE
           IF W-RX-MOTIF = SPACES
               PERFORM LECTURE-CONTROLE-RETOUR
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
               MOVE 'EFACTRET' TO EX-BATCH
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
