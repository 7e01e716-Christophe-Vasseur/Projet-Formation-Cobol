      *      RECONCILIATION DES VENTES DU JOUR VERTES (CF              *
      *      CONTROLER-SYNCHRO)                                        *
      *                                                                *
      *      LA PREVISION PAR ALBUM ET PAR DISTRIBUTEUR EST AUSSI      *
      *      ECRITE SUR L EXTRAIT DDVFCSTX (CF VENTFCX.cpy), DONT      *
      *      ROYALFCS DEDUIT LES DROITS D AUTEUR A VERSER, ET          *
      *      CONSERVEE DANS L HISTORIQUE FCSTHG1 (CF FCSTHIST.cpy) OU  *
      *      VENTFACC LA CONFRONTE AU REALISE UNE FOIS LE MOIS CLOS    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-RC-STATUS
               .

      *    EXTRAIT DES PREVISIONS PAR ALBUM ET DISTRIBUTEUR, POUR LA
      *    PREVISION DES DROITS D AUTEUR (ROYALFCS)
           SELECT VENTFCX-FILE
               ASSIGN TO DDVFCSTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-FX-STATUS
               .

      *    HISTORIQUE DES PREVISIONS, POUR LE SUIVI DE LEUR FIABILITE
      *    (VENTFACC)
           SELECT FCSTHIST-KSDS
               ASSIGN TO DDFCSTH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FH-CLE
               FILE STATUS F-FH-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
               88 RC-STATUT-KO          VALUE 'N'.
           05 FILLER                PIC X(55).

       FD VENTFCX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-VENTFCX
           .

       COPY VENTFCX.

       FD FCSTHIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-FCSTHIST
           .

       COPY FCSTHIST.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       77 F-FX-STATUS             PIC X(02) VALUE '00'.
       77 F-FH-STATUS             PIC X(02) VALUE '00'.

      *    PAS DE LA CHAINE DB2 DONT LE VERDICT RUNCTLG1 DOIT ETRE
      *    VERT ET DATE DU JOUR POUR QUE CE RAPPORT DEMARRE
           05 W-PT-ANNEE              PIC 9(04).
           05 W-PT-MOIS               PIC 9(02).
       77 W-VE-PERIODE            PIC 9(06).
      *    MOIS EN COURS, PREMIER MOIS COUVERT PAR LA PREVISION
       77 W-PERIODE-PREVUE        PIC 9(06).
       77 P                       PIC 9(01).
       77 W-NUM-PERIODE           PIC 9(01).

      *    MOTEUR DB2, LE JOUR EST CONSERVE POUR LE TAUX DE CHANGE
      *    HISTORIQUE
       01 W-VENTES-CUMUL.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DEVISE            PIC X(03).
           05 VE-DATE-VENTE        PIC X(08).
      *    RETOURPT/TRESODEV POUR LE MEME PRINCIPE)
       01 TABLE-ALBUMS-FCST.
           05 TAF-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TAF.
               10 TAF-CODEA           PIC X(06).
               10 TAF-CA OCCURS 3 TIMES PIC 9(09)V9(02).
               10 TAF-QTE OCCURS 3 TIMES PIC 9(07).
       77 NB-ALBUMS-FCST          PIC 9(03) VALUE ZERO.
           88 DISTRIB-TROUVE          VALUE 1.
           88 DISTRIB-NON-TROUVE      VALUE 2.

      *    CUMULS PAR ALBUM ET DISTRIBUTEUR (CLE DES CONTRATS, CF
      *    CONTRAT.cpy) POUR L EXTRAIT DES PREVISIONS
       01 TABLE-ALB-DIST-FCST.
           05 TAD-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TAD.
               10 TAD-CODEA           PIC X(06).
               10 TAD-SIREN           PIC X(05).
               10 TAD-CA OCCURS 3 TIMES PIC 9(09)V9(02).
               10 TAD-QTE OCCURS 3 TIMES PIC 9(07).
       77 NB-ALB-DIST-FCST        PIC 9(04) VALUE ZERO.
       01 ALB-DIST-TROUVE-IND     PIC 9.
           88 ALB-DIST-TROUVE         VALUE 1.
           88 ALB-DIST-NON-TROUVE     VALUE 2.

      * PREVISIONS CALCULEES (MOYENNE DES TROIS MOIS OBSERVES)
       77 W-PREVISION-CA          PIC 9(09)V9(02) VALUE ZERO.
       77 W-PREVISION-QTE         PIC 9(07) VALUE ZERO.
      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CUMULS-LUS           PIC 9(07) VALUE ZERO.
       77 NB-VENTES-RETENUES      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXTRAIT       PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-HISTORIQUE    PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DU CURSEUR ET DU FICHIER DES TAUX
       01 FIN-CUMULS-IND          PIC 9.
           SET FIN-DEVISEH  TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR TO W-DATE-JOUR-ECLATEE
           MOVE W-DATE-JOUR (1:6) TO W-PERIODE-PREVUE
           PERFORM CALCULER-PERIODES
           PERFORM CONTROLER-SYNCHRO
           OPEN INPUT DEVISE-KSDS
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT VENTFCX-FILE
           IF F-FX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DES PREVISIONS'
               DISPLAY 'CODE ERREUR = ' F-FX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O FCSTHIST-KSDS
           IF F-FH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE HISTORIQUE DES PREVISIONS'
               DISPLAY 'CODE ERREUR = ' F-FH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           .

           PERFORM CUMULER-VENTES
           PERFORM EDITER-PREVISIONS-ALBUMS
           PERFORM EDITER-PREVISIONS-DISTRIB
           PERFORM ECRIRE-EXTRAIT-PREVISIONS

           PERFORM FIN-TRAITEMENT
           .
           ADD W-MONTANT-VENTE
               TO TDF-CA (IDX-TDF, W-NUM-PERIODE)
           ADD HV-QTE-CUM TO TDF-QTE (IDX-TDF, W-NUM-PERIODE)

           PERFORM RECHERCHER-OU-CREER-ALB-DIST
           IF ALB-DIST-TROUVE
               ADD W-MONTANT-VENTE
                   TO TAD-CA (IDX-TAD, W-NUM-PERIODE)
               ADD HV-QTE-CUM TO TAD-QTE (IDX-TAD, W-NUM-PERIODE)
           END-IF
           .

       RECHERCHER-OU-CREER-ALBUM.
           END-IF
           .

      *    LE COUPLE ALBUM/DISTRIBUTEUR EST RECHERCHE SUR LES SEULES
      *    ENTREES ALIMENTEES ; AU-DELA DE LA CAPACITE DE LA TABLE, IL
      *    EST SIGNALE ET RESTE HORS DE L EXTRAIT
       RECHERCHER-OU-CREER-ALB-DIST.
           SET ALB-DIST-NON-TROUVE TO TRUE
           PERFORM VARYING IDX-TAD FROM 1 BY 1
                   UNTIL IDX-TAD > NB-ALB-DIST-FCST
                   OR ALB-DIST-TROUVE
               IF TAD-CODEA (IDX-TAD) = VE-CODEA
                       AND TAD-SIREN (IDX-TAD) = VE-SIREN
                   SET ALB-DIST-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF ALB-DIST-TROUVE
               SET IDX-TAD DOWN BY 1
           ELSE
               IF NB-ALB-DIST-FCST < 2000
                   ADD 1 TO NB-ALB-DIST-FCST
                   SET IDX-TAD TO NB-ALB-DIST-FCST
                   MOVE VE-CODEA TO TAD-CODEA (IDX-TAD)
                   MOVE VE-SIREN TO TAD-SIREN (IDX-TAD)
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                       MOVE ZERO TO TAD-CA (IDX-TAD, P)
                       MOVE ZERO TO TAD-QTE (IDX-TAD, P)
                   END-PERFORM
                   SET ALB-DIST-TROUVE TO TRUE
               ELSE
                   DISPLAY 'TABLE ALBUM/DISTRIBUTEUR PLEINE, '
                       VE-CODEA '/' VE-SIREN ' HORS EXTRAIT'
               END-IF
           END-IF
           .

       LIRE-DEVISE.
           MOVE 1 TO W-TAUX-VENTE
           IF VE-DEVISE NOT = SPACES
           END-PERFORM
           .

      *    UNE LIGNE PAR ALBUM ET DISTRIBUTEUR : PREVISION MENSUELLE
      *    = MOYENNE SIMPLE DES TROIS REALISES, COMME CI-DESSUS
       ECRIRE-EXTRAIT-PREVISIONS.
           PERFORM VARYING IDX-TAD FROM 1 BY 1
                   UNTIL IDX-TAD > NB-ALB-DIST-FCST
               MOVE SPACES TO E-VENTFCX
               MOVE TAD-CODEA (IDX-TAD) TO FX-CODEA
               MOVE TAD-SIREN (IDX-TAD) TO FX-SIREN
               MOVE W-PERIODE-PREVUE    TO FX-PERIODE
               COMPUTE FX-CA-PREVU ROUNDED =
                   (TAD-CA (IDX-TAD, 1) + TAD-CA (IDX-TAD, 2)
                       + TAD-CA (IDX-TAD, 3)) / 3
               COMPUTE FX-QTE-PREVUE ROUNDED =
                   (TAD-QTE (IDX-TAD, 1) + TAD-QTE (IDX-TAD, 2)
                       + TAD-QTE (IDX-TAD, 3)) / 3
               MOVE W-DATE-JOUR         TO FX-DATE-CALCUL
               WRITE E-VENTFCX
               ADD 1 TO NB-LIGNES-EXTRAIT
               PERFORM HISTORISER-PREVISION
           END-PERFORM
           .

      *    LA PREVISION DU MOIS EST CONSERVEE DANS FCSTHG1 ; UN
      *    NOUVEAU CALCUL DANS LE MEME MOIS REMPLACE LE PRECEDENT,
      *    SAUF SI LA LIGNE A DEJA ETE CONFRONTEE AU REALISE
       HISTORISER-PREVISION.
           MOVE FX-CODEA   TO FH-CODEA
           MOVE FX-SIREN   TO FH-SIREN
           MOVE FX-PERIODE TO FH-PERIODE
           READ FCSTHIST-KSDS
               INVALID KEY
                   PERFORM PREPARER-LIGNE-HISTORIQUE
                   WRITE E-FCSTHIST
                       INVALID KEY
                           DISPLAY 'ERREUR ECRITURE FCSTHG1 '
                               FH-CLE ' CODE ' F-FH-STATUS
                       NOT INVALID KEY
                           ADD 1 TO NB-LIGNES-HISTORIQUE
                   END-WRITE
               NOT INVALID KEY
                   IF FH-A-COMPARER
                       PERFORM PREPARER-LIGNE-HISTORIQUE
                       REWRITE E-FCSTHIST
                           INVALID KEY
                               DISPLAY 'ERREUR MISE A JOUR FCSTHG1 '
                                   FH-CLE ' CODE ' F-FH-STATUS
                           NOT INVALID KEY
                               ADD 1 TO NB-LIGNES-HISTORIQUE
                       END-REWRITE
                   END-IF
           END-READ
           .

       PREPARER-LIGNE-HISTORIQUE.
           MOVE SPACES         TO E-FCSTHIST
           MOVE FX-CODEA       TO FH-CODEA
           MOVE FX-SIREN       TO FH-SIREN
           MOVE FX-PERIODE     TO FH-PERIODE
           MOVE FX-QTE-PREVUE  TO FH-QTE-PREVUE
           MOVE FX-CA-PREVU    TO FH-CA-PREVU
           MOVE W-DATE-JOUR    TO FH-DATE-CALCUL
           SET FH-A-COMPARER   TO TRUE
           MOVE ZERO           TO FH-QTE-REELLE
           MOVE ZERO           TO FH-CA-REEL
           MOVE ZERO           TO FH-DATE-COMPARAISON
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE VENTFCX-FILE
           CLOSE FCSTHIST-KSDS
           STOP RUN
           .

           DISPLAY 'VENTES RETENUES           : ' NB-VENTES-RETENUES
           DISPLAY 'ALBUMS OBSERVES           : ' NB-ALBUMS-FCST
           DISPLAY 'DISTRIBUTEURS OBSERVES    : ' NB-DISTRIB-FCST
           DISPLAY 'LIGNES D EXTRAIT ECRITES  : ' NB-LIGNES-EXTRAIT
           DISPLAY 'PREVISIONS HISTORISEES    : '
               NB-LIGNES-HISTORIQUE
           DISPLAY '---------------------------------------------'
           .

