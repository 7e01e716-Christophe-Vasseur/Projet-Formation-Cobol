      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       REPRISE DE L ACCUSE DE RECEPTION DES DECLARATIONS        *
      *       D OEUVRES DE LA SOCIETE DE PERCEPTION                    *
      *                                                                *
      *       LIT L ACCUSE RECU DE LA SOCIETE (DDOEUVAK) EN REPONSE    *
      *       AU FICHIER PRODUIT PAR OEUVREXT : LE CODE OEUVRE D UNE   *
      *       DECLARATION ACCEPTEE EST PORTE SUR LA CHANSON            *
      *       (CH-CODE-OEUVRE), AUQUEL LA SOCIETE RATTACHE SES         *
      *       REPARTITIONS (CF SACEMREC) ; LES DECLARATIONS REJETEES   *
      *       SONT LISTEES AVEC LEUR MOTIF (DDSORTIE) POUR CORRECTION  *
      *       ET SERONT REDECLAREES AU PROCHAIN PASSAGE D OEUVREXT     *
      *                                                                *
      *       L ACCUSE EST ENCADRE PAR UNE ENTETE ET UNE ENQUEUE (CF   *
      *       ENVRECU.cpy, TOTAL DE CONTROLE A ZERO) ET CONTROLE AVANT *
      *       TOUTE MISE A JOUR (ENTETE, ENQUEUE, NOMBRE DE LIGNES,    *
      *       ACCUSE DEJA INTEGRE) : IL EST REFUSE EN BLOC DANS        *
      *       EXCEPTG1 SI UN CONTROLE ECHOUE                           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OEUVRREC.
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

      *    ACCUSE DE RECEPTION RECU DE LA SOCIETE
           SELECT OEUVACK-FILE
               ASSIGN TO DDOEUVAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-AK-STATUS
               .

           SELECT OEUVRE-KSDS
               ASSIGN TO DDOEUVRE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OE-CODEC
               FILE STATUS F-OE-STATUS
               .

           SELECT CHANSON-KSDS
               ASSIGN TO DDCHANSO
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CH-CODEC
               FILE STATUS F-CN-STATUS
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

      *    LISTE DES DECLARATIONS REJETEES, 132 COLONNES
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

       FD OEUVACK-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-OEUVACK
           .

       COPY OEUVACK.

       FD OEUVRE-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-OEUVRE
           .

       COPY OEUVRE.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

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
       77 F-AK-STATUS             PIC X(02) VALUE '00'.
       77 F-OE-STATUS             PIC X(02) VALUE '00'.
       77 F-CN-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.
       77 F-RX-STATUS             PIC X(02) VALUE '00'.
       77 F-EX-STATUS             PIC X(02) VALUE '00'.

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

      * DATE DU JOUR, DATE D ACCUSE A DEFAUT DE DATE SUR L ACCUSE
       77 W-DATE-JOUR             PIC 9(08).

      * CONTROLE DU FICHIER RECU (CF ENVRECU.cpy ET RECEPLOG.cpy) --
      * LE MOTIF DE REFUS EST LE CODE DEPOSE DANS EXCEPTG1 (SPACES =
      * FICHIER ACCEPTE), LE LIBELLE EST EDITE AU COMPTE RENDU
       COPY ENVRECU.
       77 W-RX-INTERFACE          PIC X(08) VALUE 'ACKOEUVR'.
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

      * EN-TETE DE LA LISTE DES REJETS
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(43)
               VALUE 'OEUVRREC - DECLARATIONS D OEUVRES REJETEES'.
           05 FILLER                  PIC X(10) VALUE 'TRAITE LE '.
           05 W-LT-DATE               PIC 9(08).
           05 FILLER                  PIC X(71) VALUE SPACES.

      * MAQUETTE DE LA LIGNE D EN-TETE DES COLONNES
       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(04) VALUE 'CODC'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(40) VALUE 'TITRE CHANSON'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(04) VALUE 'CODA'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(12) VALUE 'ISRC'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(05) VALUE 'MOTIF'.
           05 FILLER                  PIC X(63).

      * MAQUETTE DE LA LIGNE DETAIL (UNE LIGNE PAR REJET)
       01 W-LIGNE-DETAIL.
           05 W-LD-CODEC              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREC             PIC X(40).
           05 FILLER                  PIC X(01).
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-CODE-ISRC          PIC X(12).
           05 FILLER                  PIC X(01).
           05 W-LD-CODE-REJET         PIC X(04).
           05 FILLER                  PIC X(01).
           05 W-LD-MOTIF-REJET        PIC X(40).
           05 FILLER                  PIC X(23).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-ACCUSES-LUS          PIC 9(07) VALUE ZERO.
       77 NB-ACCEPTEES            PIC 9(07) VALUE ZERO.
       77 NB-REJETEES             PIC 9(07) VALUE ZERO.
       77 NB-NON-DECLAREES        PIC 9(07) VALUE ZERO.
       77 NB-ANOMALIES            PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER
       01 FIN-ACCUSE-IND          PIC 9.
           88 FIN-ACCUSE              VALUE 1.
           88 NON-FIN-ACCUSE          VALUE 2.

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
           SET FIN-ACCUSE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT OEUVACK-FILE
           IF F-AK-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE ACCUSE DE RECEPTION'
               DISPLAY 'CODE ERREUR = ' F-AK-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O OEUVRE-KSDS
           IF F-OE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER OEUVRES DECLAREES'
               DISPLAY 'CODE ERREUR = ' F-OE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O CHANSON-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               DISPLAY 'CODE ERREUR = ' F-CN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LISTE DES REJETS'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
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
           DISPLAY 'OEUVRREC - REPRISE DE L ACCUSE DE RECEPTION'
           DISPLAY '           DES DECLARATIONS D OEUVRES'
           DISPLAY '---------------------------------------------'

           MOVE W-DATE-JOUR TO W-LT-DATE
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           PERFORM LECTURE-ENRG-ACCUSE
           PERFORM UNTIL FIN-ACCUSE
               ADD 1 TO NB-ACCUSES-LUS
               PERFORM TRAITER-ACCUSE
               PERFORM LECTURE-ENRG-ACCUSE
           END-PERFORM

           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM CLORE-RECEPTION
           PERFORM FIN-TRAITEMENT
           .

      *    L ACCUSE DOIT REPONDRE A UNE DECLARATION CONNUE ; LE
      *    STATUT DE L OEUVRE DECLAREE EST AVANCE DANS TOUS LES CAS
       TRAITER-ACCUSE.
           MOVE AK-CODEC TO OE-CODEC
           READ OEUVRE-KSDS
               INVALID KEY
                   ADD 1 TO NB-NON-DECLAREES
                   DISPLAY 'ACCUSE SANS DECLARATION CONNUE : '
                       AK-CODEC
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AK-ACCEPTEE
                           PERFORM ENREGISTRER-CODE-OEUVRE
                       WHEN AK-REJETEE
                           PERFORM LISTER-REJET
                       WHEN OTHER
                           ADD 1 TO NB-ANOMALIES
                           DISPLAY 'DECISION INCONNUE SUR ACCUSE : '
                               AK-CODEC ' ' AK-DECISION
                   END-EVALUATE
           END-READ
           .

       ENREGISTRER-CODE-OEUVRE.
           MOVE AK-CODEC TO CH-CODEC
           READ CHANSON-KSDS
               INVALID KEY
                   ADD 1 TO NB-ANOMALIES
                   DISPLAY 'CHANSON ACCEPTEE ABSENTE DE CHANSOG1 : '
                       AK-CODEC
               NOT INVALID KEY
                   MOVE AK-CODE-OEUVRE TO CH-CODE-OEUVRE
                   REWRITE E-CHANSON
                       INVALID KEY
                           ADD 1 TO NB-ANOMALIES
                           DISPLAY 'ERREUR MISE A JOUR CHANSON : '
                               CH-CODEC
                       NOT INVALID KEY
                           ADD 1 TO NB-ACCEPTEES
                           SET OE-ACCEPTEE TO TRUE
                           PERFORM MAJ-OEUVRE
                   END-REWRITE
           END-READ
           .

       LISTER-REJET.
           ADD 1 TO NB-REJETEES
           SET OE-REJETEE TO TRUE
           PERFORM MAJ-OEUVRE
           MOVE SPACES            TO W-LIGNE-DETAIL
           MOVE OE-CODEC          TO W-LD-CODEC
           MOVE OE-TITREC         TO W-LD-TITREC
           MOVE OE-CODEA          TO W-LD-CODEA
           MOVE OE-CODE-ISRC      TO W-LD-CODE-ISRC
           MOVE AK-CODE-REJET     TO W-LD-CODE-REJET
           MOVE AK-MOTIF-REJET    TO W-LD-MOTIF-REJET
           WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           DISPLAY 'DECLARATION REJETEE : ' OE-CODEC ' '
               AK-CODE-REJET ' ' AK-MOTIF-REJET
           .

       MAJ-OEUVRE.
           IF AK-DATE-TRAITEMENT NUMERIC
                   AND AK-DATE-TRAITEMENT NOT = ZERO
               MOVE AK-DATE-TRAITEMENT TO OE-DATE-ACCUSE
           ELSE
               MOVE W-DATE-JOUR TO OE-DATE-ACCUSE
           END-IF
           REWRITE E-OEUVRE
               INVALID KEY
                   ADD 1 TO NB-ANOMALIES
                   DISPLAY 'ERREUR MISE A JOUR OEUVRE : ' OE-CODEC
           END-REWRITE
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE OEUVACK-FILE
           CLOSE OEUVRE-KSDS
           CLOSE CHANSON-KSDS
           CLOSE PRINT-FILE
           CLOSE RECEPLOG-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'OEUVRREC - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ACCUSE RECU               : ' W-RX-ID-FICHIER
           DISPLAY 'ACCUSES LUS               : ' NB-ACCUSES-LUS
           DISPLAY 'OEUVRES ACCEPTEES         : ' NB-ACCEPTEES
           DISPLAY 'OEUVRES REJETEES          : ' NB-REJETEES
           DISPLAY 'ACCUSES NON DECLARES      : ' NB-NON-DECLAREES
           DISPLAY 'ANOMALIES                 : ' NB-ANOMALIES
           DISPLAY '---------------------------------------------'
           .

      *    LECTURE DES LIGNES DE DETAIL, L ACCUSE AYANT ETE CONTROLE
      *    ET RELU APRES SON ENTETE -- L ENQUEUE TERMINE LA LECTURE
       LECTURE-ENRG-ACCUSE.
           READ OEUVACK-FILE
               AT END
                   SET FIN-ACCUSE TO TRUE
               NOT AT END
                   MOVE E-OEUVACK TO E-ENVRECU
                   IF EV-ENQUEUE
                       SET FIN-ACCUSE TO TRUE
                   ELSE
                       SET NON-FIN-ACCUSE TO TRUE
                   END-IF
           END-READ
           .

      *    LECTURE DE CONTROLE (ENTETE ET ENQUEUE COMPRISES)
       LECTURE-CONTROLE-ACCUSE.
           READ OEUVACK-FILE
               AT END
                   SET FIN-ACCUSE TO TRUE
               NOT AT END
                   SET NON-FIN-ACCUSE TO TRUE
                   MOVE E-OEUVACK TO E-ENVRECU
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
           CLOSE OEUVACK-FILE
           OPEN INPUT OEUVACK-FILE
           IF F-AK-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE ACCUSE DE RECEPTION'
               DISPLAY 'CODE ERREUR = ' F-AK-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-CONTROLE-ACCUSE
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
           PERFORM LECTURE-CONTROLE-ACCUSE
           IF FIN-ACCUSE
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
               PERFORM LECTURE-CONTROLE-ACCUSE
               PERFORM CONTROLER-LIGNE-RECUE
                   UNTIL FIN-ACCUSE OR W-RX-MOTIF NOT = SPACES
           END-IF
           IF W-RX-MOTIF = SPACES
               PERFORM COMPARER-ENQUEUE
           END-IF
           .
      *    LIGNE SUIVANT L ENTETE : DETAIL COMPTE, OU ENQUEUE QUI DOIT
      *    ETRE LA DERNIERE LIGNE DU FICHIER -- L ACCUSE NE PORTE PAS
      *    DE MONTANT, LE TOTAL DE CONTROLE ANNONCE EST A ZERO
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
               PERFORM LECTURE-CONTROLE-ACCUSE
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
               MOVE 'OEUVRREC' TO EX-BATCH
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
