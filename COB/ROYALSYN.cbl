      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE CALCUL DES REDEVANCES DE LICENCES DE             *
      *      SYNCHRONISATION -- PARALLELE A ROYALRPT MAIS ASSIS SUR    *
      *      LES MONTANTS DE LICENCE (SYNCLIG1) ET NON SUR LES VENTES  *
      *      -- SEULE LA PART DE LA LICENCE REGLEE PAR LE LICENCIE     *
      *      SUR SA FACTURE (SYNFACG1, CF SYNCFACT ET BANKAPPL)        *
      *      DEPUIS LE PASSAGE PRECEDENT ENTRE DANS L ASSIETTE ; UNE   *
      *      LICENCE NON FACTUREE OU NON REGLEE N OUVRE AUCUN DROIT.   *
      *      UNE FOIS L EXTRAIT ECRIT, LES ECHEANCES DES LICENCES      *
      *      VERSEES SONT MARQUEES (SF-MONTANT-REVERSE) POUR QU UN     *
      *      MEME REGLEMENT NE SOIT PAS REVERSE DEUX FOIS              *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

               FILE STATUS F-SL-STATUS
               .

      *    ECHEANCES DES FACTURES DE LICENCE (CF SYNCFAC.cpy)
           SELECT SYNCFAC-KSDS
               ASSIGN TO DDSYNFAC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-CLE
               FILE STATUS F-SF-STATUS
               .

           SELECT CHANSON-KSDS
               ASSIGN TO DDCHANSO
               ORGANIZATION IS INDEXED

       COPY SYNCLIC.

       FD SYNCFAC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SYNCFAC
           .

       COPY SYNCFAC.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(18).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD DEVISE-KSDS
           RECORD 80 CHARACTERS
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RS-STATUS             PIC X(02) VALUE '00'.
       77 F-SF-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR ET PERIODE DE REFERENCE AAAAMM DE L EXTRAIT
       01 W-DATE-JOUR             PIC 9(08).
       77 W-TAUX-LICENCE          PIC 9(03)V9(04) VALUE 1.
       77 W-MONTANT-LICENCE       PIC 9(09)V9(02) VALUE ZERO.

      * FACTURE DE LA LICENCE EN COURS -- MONTANT FACTURE, MONTANT
      * REGLE ET MONTANT DEJA REVERSE, CUMULES SUR SES ECHEANCES (EN
      * EUROS), ET REGLE NON ENCORE REVERSE
       77 W-NUM-FACTURE           PIC 9(09) VALUE ZERO.
       77 W-SF-FACTURE            PIC 9(11)V9(02) VALUE ZERO.
       77 W-SF-REGLE              PIC 9(11)V9(02) VALUE ZERO.
       77 W-SF-REVERSE            PIC 9(11)V9(02) VALUE ZERO.
       77 W-SF-NOUVEAU            PIC S9(11)V9(02) VALUE ZERO.

      *    HISTORIQUE DES TAUX DE CHANGE (CF VENTALBM/TRESODEV POUR LE
      *    MEME PRINCIPE), APPLIQUE ICI A LA DATE DE DEBUT DE LICENCE
       01 TABLE-DEVISES.
      *    SECONDAIRE PAR CODEA)
       01 TABLE-CHANSONS.
           05 TC-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-CH.
               10 TC-CODEC            PIC X(06).
               10 TC-CODEA            PIC X(06).
       77 NB-CHANSONS-TABLE       PIC 9(04) VALUE ZERO.
       01 CHANSON-TROUVEE-IND     PIC 9.
           88 CHANSON-TROUVEE         VALUE 1.
      *    DU PARCOURS DE SYNCLIG1
       01 TABLE-ALBUMS-SYNC.
           05 TS-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TS.
               10 TS-CODEA            PIC X(06).
               10 TS-MONTANT-BASE     PIC 9(09)V9(02).
               10 TS-NB-LICENCES      PIC 9(05).
      *        'O' DES QU UNE LIGNE D EXTRAIT A ETE ECRITE POUR L ALBUM
               10 TS-VERSE-SW         PIC X(01).
                   88 TS-VERSE            VALUE 'O'.
       77 NB-ALBUMS-SYNC          PIC 9(03) VALUE ZERO.
       01 ALBUM-TROUVE-IND        PIC 9.
           88 ALBUM-TROUVE            VALUE 1.
      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LICENCES-LUES        PIC 9(07) VALUE ZERO.
       77 NB-LICENCES-SANS-CHANSON PIC 9(07) VALUE ZERO.
       77 NB-LICENCES-NON-FACTUREES PIC 9(07) VALUE ZERO.
       77 NB-LICENCES-NON-REGLEES PIC 9(07) VALUE ZERO.
       77 NB-LICENCES-REGLEES-PART PIC 9(07) VALUE ZERO.
       77 NB-LICENCES-DEJA-VERSEES PIC 9(07) VALUE ZERO.
       77 NB-ECHEANCES-MARQUEES   PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS             PIC 9(07) VALUE ZERO.
       77 NB-CONTRATS-PAYES       PIC 9(07) VALUE ZERO.
       77 TOTAL-DROITS-DUS        PIC 9(11)V9(02) VALUE ZERO.
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.
       01 FIN-SYNCFAC-IND         PIC 9.
           88 FIN-SYNCFAC             VALUE 1.
           88 NON-FIN-SYNCFAC         VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
               DISPLAY 'CODE ERREUR = ' F-SL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O SYNCFAC-KSDS
           IF F-SF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES LICENCES'
               DISPLAY 'CODE ERREUR = ' F-SF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CHANSON-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               PERFORM LECTURE-ENRG-CONTRAT
           END-PERFORM

           PERFORM MARQUER-REVERSEMENTS

           PERFORM FIN-TRAITEMENT
           .

           .

      *    PARCOURS DE SYNCLIG1 : CHAQUE LICENCE EST CONVERTIE EN
      *    EUROS (TAUX EN VIGUEUR A SA DATE DE DEBUT), RAMENEE A LA
      *    PART REGLEE PAR LE LICENCIE ET CUMULEE DANS L ASSIETTE DE
      *    L ALBUM DE SA CHANSON
       CUMULER-LICENCES.
           PERFORM LECTURE-ENRG-SYNCLIC
           PERFORM UNTIL FIN-SYNCLIC
               ADD 1 TO NB-LICENCES-LUES
               PERFORM RECHERCHER-CHANSON
               IF CHANSON-TROUVEE
                   PERFORM CALCULER-ASSIETTE-LICENCE
                   IF W-MONTANT-LICENCE > ZERO
                       PERFORM CUMULER-LICENCE-ALBUM
                   END-IF
               ELSE
                   ADD 1 TO NB-LICENCES-SANS-CHANSON
                   DISPLAY 'LICENCE ' SL-CLE
           END-SEARCH
           .

      *    ASSIETTE = MONTANT CONVERTI x (REGLE - DEJA REVERSE) /
      *    FACTURE -- LE LICENCIE PEUT AVOIR REGLE UNE PARTIE DES
      *    ECHEANCES, OU UNE PARTIE D UNE ECHEANCE ; SEUL LE REGLE
      *    DEPUIS LE PASSAGE PRECEDENT EST RETENU, LE RESTE DE LA
      *    LICENCE ENTRE DANS L ASSIETTE DU PASSAGE QUI SUIT CHAQUE
      *    NOUVEL ENCAISSEMENT
       CALCULER-ASSIETTE-LICENCE.
           PERFORM LIRE-DEVISE-LICENCE
           COMPUTE W-MONTANT-LICENCE ROUNDED =
               SL-MONTANT * W-TAUX-LICENCE
           IF SL-NUM-FACTURE IS NOT NUMERIC
                   OR SL-NUM-FACTURE = '000000000'
               ADD 1 TO NB-LICENCES-NON-FACTUREES
               MOVE ZERO TO W-MONTANT-LICENCE
           ELSE
               MOVE SL-NUM-FACTURE TO W-NUM-FACTURE
               PERFORM CUMULER-ECHEANCES-FACTURE
               COMPUTE W-SF-NOUVEAU = W-SF-REGLE - W-SF-REVERSE
               EVALUATE TRUE
                   WHEN W-SF-REGLE = ZERO
                       ADD 1 TO NB-LICENCES-NON-REGLEES
                       MOVE ZERO TO W-MONTANT-LICENCE
                   WHEN W-SF-NOUVEAU NOT > ZERO
                       ADD 1 TO NB-LICENCES-DEJA-VERSEES
                       MOVE ZERO TO W-MONTANT-LICENCE
                   WHEN W-SF-NOUVEAU < W-SF-FACTURE
                       IF W-SF-REGLE < W-SF-FACTURE
                           ADD 1 TO NB-LICENCES-REGLEES-PART
                       END-IF
                       COMPUTE W-MONTANT-LICENCE ROUNDED =
                           W-MONTANT-LICENCE * W-SF-NOUVEAU
                           / W-SF-FACTURE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       CUMULER-ECHEANCES-FACTURE.
           MOVE ZERO TO W-SF-FACTURE
           MOVE ZERO TO W-SF-REGLE
           MOVE ZERO TO W-SF-REVERSE
           MOVE W-NUM-FACTURE TO SF-NUM-FACTURE
           MOVE ZERO          TO SF-NUM-ECHEANCE
           SET FIN-SYNCFAC TO TRUE
           START SYNCFAC-KSDS KEY IS NOT LESS THAN SF-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LECTURE-ENRG-SYNCFAC
           END-START
           PERFORM UNTIL FIN-SYNCFAC
               IF SF-NUM-FACTURE NOT = W-NUM-FACTURE
                   SET FIN-SYNCFAC TO TRUE
               ELSE
                   ADD SF-MONTANT       TO W-SF-FACTURE
                   ADD SF-MONTANT-REGLE TO W-SF-REGLE
                   ADD SF-MONTANT-REVERSE TO W-SF-REVERSE
                   PERFORM LECTURE-ENRG-SYNCFAC
               END-IF
           END-PERFORM
           .

       CUMULER-LICENCE-ALBUM.
           SET ALBUM-NON-TROUVE TO TRUE
           SET IDX-TS TO 1
           SEARCH TS-ENTREE
               MOVE TC-CODEA (IDX-CH) TO TS-CODEA (IDX-TS)
               MOVE ZERO TO TS-MONTANT-BASE (IDX-TS)
               MOVE ZERO TO TS-NB-LICENCES (IDX-TS)
               MOVE 'N' TO TS-VERSE-SW (IDX-TS)
           END-IF
           ADD W-MONTANT-LICENCE TO TS-MONTANT-BASE (IDX-TS)
           ADD 1 TO TS-NB-LICENCES (IDX-TS)
           IF F-RS-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE EXTRAIT LICENCES'
               DISPLAY 'CODE ERREUR = ' F-RS-STATUS
           ELSE
               SET TS-VERSE (IDX-TS) TO TRUE
           END-IF
           .

      *    SECOND PARCOURS DE SYNCLIG1, EXTRAIT ECRIT : LES ECHEANCES
      *    DES LICENCES DONT L ALBUM A ETE VERSE A L EXTRAIT PRENNENT
      *    LEUR MONTANT REGLE POUR MONTANT REVERSE. UN ALBUM SANS
      *    CONTRAT N EST PAS MARQUE, SON ASSIETTE RESTE DUE AU PASSAGE
      *    QUI SUIVRA LA SAISIE DU CONTRAT
       MARQUER-REVERSEMENTS.
           CLOSE SYNCLIC-KSDS
           OPEN INPUT SYNCLIC-KSDS
           IF F-SL-STATUS NOT = ZERO
               DISPLAY 'ERREUR REOUVERTURE FICHIER SYNCLIC, '
                   'ECHEANCES NON MARQUEES'
               DISPLAY 'CODE ERREUR = ' F-SL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LECTURE-ENRG-SYNCLIC
           PERFORM UNTIL FIN-SYNCLIC
               IF SL-NUM-FACTURE IS NUMERIC
                       AND SL-NUM-FACTURE NOT = '000000000'
                   PERFORM RECHERCHER-CHANSON
                   IF CHANSON-TROUVEE
                       PERFORM MARQUER-LICENCE-VERSEE
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-SYNCLIC
           END-PERFORM
           .

       MARQUER-LICENCE-VERSEE.
           SET ALBUM-NON-TROUVE TO TRUE
           SET IDX-TS TO 1
           SEARCH TS-ENTREE
               AT END
                   SET ALBUM-NON-TROUVE TO TRUE
               WHEN TS-CODEA (IDX-TS) = TC-CODEA (IDX-CH)
                   SET ALBUM-TROUVE TO TRUE
           END-SEARCH
           IF ALBUM-TROUVE
               IF TS-VERSE (IDX-TS)
                   MOVE SL-NUM-FACTURE TO W-NUM-FACTURE
                   PERFORM MARQUER-ECHEANCES-FACTURE
               END-IF
           END-IF
           .

       MARQUER-ECHEANCES-FACTURE.
           MOVE W-NUM-FACTURE TO SF-NUM-FACTURE
           MOVE ZERO          TO SF-NUM-ECHEANCE
           SET FIN-SYNCFAC TO TRUE
           START SYNCFAC-KSDS KEY IS NOT LESS THAN SF-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LECTURE-ENRG-SYNCFAC
           END-START
           PERFORM UNTIL FIN-SYNCFAC
               IF SF-NUM-FACTURE NOT = W-NUM-FACTURE
                   SET FIN-SYNCFAC TO TRUE
               ELSE
                   IF SF-MONTANT-REVERSE NOT = SF-MONTANT-REGLE
                       MOVE SF-MONTANT-REGLE TO SF-MONTANT-REVERSE
                       REWRITE E-SYNCFAC
                       IF F-SF-STATUS NOT = ZERO
                           DISPLAY 'ERREUR MISE A JOUR ECHEANCE '
                               SF-NUM-FACTURE '/' SF-NUM-ECHEANCE
                           DISPLAY 'CODE ERREUR = ' F-SF-STATUS
                       ELSE
                           ADD 1 TO NB-ECHEANCES-MARQUEES
                       END-IF
                   END-IF
                   PERFORM LECTURE-ENRG-SYNCFAC
               END-IF
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE SYNCLIC-KSDS
           CLOSE SYNCFAC-KSDS
           CLOSE CHANSON-KSDS
           CLOSE CONTRAT-KSDS
           CLOSE DEVISE-KSDS
           DISPLAY 'LICENCES LUES             : ' NB-LICENCES-LUES
           DISPLAY 'LICENCES SANS CHANSON     : '
               NB-LICENCES-SANS-CHANSON
           DISPLAY 'LICENCES NON FACTUREES    : '
               NB-LICENCES-NON-FACTUREES
           DISPLAY 'LICENCES NON REGLEES      : '
               NB-LICENCES-NON-REGLEES
           DISPLAY 'LICENCES REGLEES EN PARTIE: '
               NB-LICENCES-REGLEES-PART
           DISPLAY 'LICENCES DEJA VERSEES     : '
               NB-LICENCES-DEJA-VERSEES
           DISPLAY 'ECHEANCES MARQUEES VERSEES: '
               NB-ECHEANCES-MARQUEES
           DISPLAY 'CONTRATS EXAMINES         : ' NB-CONTRATS
           DISPLAY 'CONTRATS PAYES            : ' NB-CONTRATS-PAYES
           DISPLAY 'TOTAL DES REDEVANCES DUES : ' TOTAL-DROITS-DUS
           END-READ
           .

       LECTURE-ENRG-SYNCFAC.
           READ SYNCFAC-KSDS NEXT RECORD
               AT END
                   SET FIN-SYNCFAC TO TRUE
               NOT AT END
                   SET NON-FIN-SYNCFAC TO TRUE
           END-READ
           .

       LECTURE-ENRG-CHANSON.
           READ CHANSON-KSDS NEXT RECORD
               AT END
