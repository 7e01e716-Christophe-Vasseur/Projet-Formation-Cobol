      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE RECONCILIATION NOCTURNE VSAM / DB2 - STOCK       *
      *                                                                *
      *      FUSION DU FICHIER STOCKG1 ET DE LA TABLE API5.STOCK       *
      *      SUR LA CLE, SUR LE MODELE DE VENTESRCON : ENREGISTREMENTS *
      *      PRESENTS D UN SEUL COTE ET ECARTS DE CONTENU, PUIS        *
      *      CONTROLE GLOBAL : NOMBRE D ENREGISTREMENTS ET MONTANTS    *
      *      CUMULES DE CHAQUE COTE. AUCUNE MISE A JOUR.               *
      *                                                                *
      *      PAS DE LA CHAINE NOCTURNE, APRES STOCKDB : LE VERDICT     *
      *      (STKRCON) EST INSCRIT DANS RUNCTLG1 POUR LES              *
      *      RESTITUTIONS QUI TRAVAILLENT SUR LA COPIE DB2             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKRCON.
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

           SELECT STOCK-KSDS
               ASSIGN TO DDENTREE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-STATUS
               .

      *    VERDICT DE RECONCILIATION POUR LA CHAINE (CF RUNCTLG1) --
      *    LES RESTITUTIONS DB2 NE DEMARRENT QUE SI LA
      *    RECONCILIATION DU JOUR EST VERTE
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
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

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RUNCTRL
           .

       01 E-RUNCTRL.
           05 RC-JOB-NAME           PIC X(08).
           05 RC-DATE-EXEC          PIC 9(08).
           05 RC-HEURE-EXEC         PIC X(08).
           05 RC-STATUT             PIC X(01).
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
           05 FILLER                PIC X(55).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * VERDICT DE RECONCILIATION -- CF INSCRIRE-VERDICT
       77 F-RC-STATUS              PIC X(02) VALUE '00'.
       77 W-RC-DATE-JOUR           PIC 9(08).
       77 W-RC-HEURE-JOUR          PIC X(08).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

      * CODE DE RETOUR DE LECTURE DU FICHIER
       77 F-STATUS   PIC X(02) VALUE '00'.

      * COMPTEURS POUR LE RAPPORT DE RECONCILIATION
       77 NB-VSAM-SEUL           PIC 9(07) VALUE ZERO.
       77 NB-DB2-SEUL            PIC 9(07) VALUE ZERO.
       77 NB-DIFFERENTS          PIC 9(07) VALUE ZERO.

      * CONTROLE GLOBAL -- ENREGISTREMENTS LUS ET MONTANTS CUMULES
      * DE CHAQUE COTE
       77 NB-LUS-VSAM            PIC 9(09) VALUE ZERO.
       77 NB-LUS-DB2             PIC 9(09) VALUE ZERO.
       77 W-TOT-QTE-VSAM         PIC 9(11) VALUE ZERO.
       77 W-TOT-QTE-DB2          PIC 9(11) VALUE ZERO.
       77 W-TOT-VALEUR-VSAM      PIC 9(13)V9(04) VALUE ZERO.
       77 W-TOT-VALEUR-DB2       PIC 9(13)V9(04) VALUE ZERO.

      * COUT MOYEN DE LA LIGNE VSAM -- A BLANC SUR LES LIGNES
      * ANTERIEURES A LA VALORISATION, TRAITE COMME UN COUT NUL
       77 W-COUT-MOYEN           PIC 9(05)V9(04) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VSAM
       01 FIN-DE-FICHIER-IND PIC 9.
           88 FIN-DE-FICHIER     VALUE 1.
           88 NON-FIN-DE-FICHIER VALUE 2.
      * INDICATEUR DE FIN DE TABLE DB2
       01 FIN-DE-TABLE-IND    PIC 9.
           88 FIN-DE-TABLE       VALUE 1.
           88 NON-FIN-DE-TABLE   VALUE 2.
      * VERDICT DU CONTROLE GLOBAL
       01 TOTAUX-IND          PIC 9.
           88 TOTAUX-CONCORDANTS VALUE 1.
           88 TOTAUX-EN-ECART    VALUE 2.

      *    ZONE DB2 COURANTE (HOTE) -- RETOUR DU CURSEUR
       01 DB2-STOCK.
           05 CODEA                  PIC X(06).
           05 FORMAT-SUPPORT         PIC X(01).
           05 DEPOT                  PIC X(01).
           05 QTE-DISPO              PIC 9(07).
           05 SEUIL-REORDER          PIC 9(07).
           05 DATE-DERNIER-MVT       PIC X(08).
           05 COUT-MOYEN             PIC 9(05)V9(04).

       01 DB2-ST-KEY REDEFINES DB2-STOCK PIC X(08).

      *    DECLARATION CURSEUR -- PARCOURS COMPLET DE LA TABLE, DANS
      *    LE MEME ORDRE QUE LA CLE VSAM, POUR PERMETTRE LA FUSION
           EXEC SQL
               DECLARE CURSEUR CURSOR FOR
               SELECT CODEA, FORMAT_SUPPORT, DEPOT, QTE_DISPO,
                   SEUIL_REORDER, DATE_DERNIER_MVT, COUT_MOYEN
               FROM STOCK
               ORDER BY CODEA, FORMAT_SUPPORT, DEPOT
           END-EXEC

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
           SET FIN-DE-FICHIER     TO TRUE
           SET FIN-DE-TABLE       TO TRUE
      *    OUVERTURE DU FICHIER VSAM
           OPEN INPUT STOCK-KSDS
           IF F-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VSAM'
               DISPLAY 'CODE ERREUR = ' F-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           EXEC SQL
               OPEN CURSEUR
           END-EXEC
           .

      *    PARCOURS FUSIONNE DES DEUX SOURCES, TRIEES SUR LA MEME CLE
      *    (AUCUNE ECRITURE N EST EFFECTUEE, CE TRAITEMENT EST UN
      *    CONTROLE DE COHERENCE DESTINE A DETECTER LES ECARTS AVANT
      *    LA PROCHAINE SYNCHRONISATION)
       TRAITEMENT-PRINCIPAL.
           PERFORM LECTURE-ENRG-VSAM
           PERFORM LECTURE-ENRG-DB2

           PERFORM UNTIL
               FIN-DE-FICHIER AND
               FIN-DE-TABLE
               IF NOT FIN-DE-FICHIER AND FIN-DE-TABLE
                   PERFORM SIGNALER-VSAM-SEUL
                   PERFORM LECTURE-ENRG-VSAM
               END-IF
               IF FIN-DE-FICHIER AND NOT FIN-DE-TABLE
                   PERFORM SIGNALER-DB2-SEUL
                   PERFORM LECTURE-ENRG-DB2
               END-IF
               IF NOT FIN-DE-FICHIER AND NOT FIN-DE-TABLE
                   IF E-ST-KEY = DB2-ST-KEY
                       PERFORM COMPARER-ENREG
                       PERFORM LECTURE-ENRG-VSAM
                       PERFORM LECTURE-ENRG-DB2
                   END-IF
                   IF E-ST-KEY < DB2-ST-KEY
                       PERFORM SIGNALER-VSAM-SEUL
                       PERFORM LECTURE-ENRG-VSAM
                   END-IF
                   IF E-ST-KEY > DB2-ST-KEY
                       PERFORM SIGNALER-DB2-SEUL
                       PERFORM LECTURE-ENRG-DB2
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CONTROLER-TOTAUX
           PERFORM INSCRIRE-VERDICT
           PERFORM FIN-TRAITEMENT
           .

       SIGNALER-VSAM-SEUL.
           DISPLAY 'STOCK VSAM SANS CORRESPONDANCE DB2, CLE = '
               E-ST-KEY
           ADD 1 TO NB-VSAM-SEUL
           .

       SIGNALER-DB2-SEUL.
           DISPLAY 'STOCK DB2 SANS CORRESPONDANCE VSAM, CLE = '
               DB2-ST-KEY
           ADD 1 TO NB-DB2-SEUL
           .

      *    COMPARAISON CHAMP A CHAMP SUR UNE CLE COMMUNE AUX DEUX
      *    SOURCES
       COMPARER-ENREG.
           IF ST-QTE-DISPO               NOT = QTE-DISPO
               OR ST-SEUIL-REORDER       NOT = SEUIL-REORDER
               OR ST-DATE-DERNIER-MVT    NOT = DATE-DERNIER-MVT
               OR W-COUT-MOYEN           NOT = COUT-MOYEN
               DISPLAY 'STOCK EN ECART DE CONTENU, CLE = '
                   E-ST-KEY
               ADD 1 TO NB-DIFFERENTS
           END-IF
           .

      *    CONTROLE GLOBAL -- MEME NOMBRE D ENREGISTREMENTS
      *    ET MEMES MONTANTS CUMULES DE CHAQUE COTE
       CONTROLER-TOTAUX.
           SET TOTAUX-CONCORDANTS TO TRUE
           IF NB-LUS-VSAM NOT = NB-LUS-DB2
               SET TOTAUX-EN-ECART TO TRUE
           END-IF
           IF W-TOT-QTE-VSAM NOT = W-TOT-QTE-DB2
               SET TOTAUX-EN-ECART TO TRUE
           END-IF
           IF W-TOT-VALEUR-VSAM NOT = W-TOT-VALEUR-DB2
               SET TOTAUX-EN-ECART TO TRUE
           END-IF
           IF TOTAUX-EN-ECART
               DISPLAY '*** TOTAUX DE CONTROLE VSAM / DB2 EN ECART ***'
           END-IF
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                      FONCTIONS PERFORMEES                      *
      *                                                                *
      * -------------------------------------------------------------- *

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE STOCK-KSDS
           EXEC SQL
               CLOSE CURSEUR
           END-EXEC
           STOP RUN
           .

      *    RAPPORT DE FIN DE TRAITEMENT -- AUCUNE MISE A JOUR N EST
      *    REALISEE, SEULS LES ECARTS SONT RECENSES
       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'STOCKRCON - RAPPORT DE RECONCILIATION STOCK'
           DISPLAY 'ENREGISTREMENTS VSAM SANS DB2 : ' NB-VSAM-SEUL
           DISPLAY 'ENREGISTREMENTS DB2 SANS VSAM : ' NB-DB2-SEUL
           DISPLAY 'ENREGISTREMENTS EN ECART      : ' NB-DIFFERENTS
           DISPLAY 'ENREGISTREMENTS LUS VSAM      : ' NB-LUS-VSAM
           DISPLAY 'ENREGISTREMENTS LUS DB2       : ' NB-LUS-DB2
           DISPLAY 'QUANTITE DISPO VSAM           : ' W-TOT-QTE-VSAM
           DISPLAY 'QUANTITE DISPO DB2            : ' W-TOT-QTE-DB2
           DISPLAY 'VALEUR AU CMP VSAM            : ' W-TOT-VALEUR-VSAM
           DISPLAY 'VALEUR AU CMP DB2             : ' W-TOT-VALEUR-DB2
           IF TOTAUX-CONCORDANTS
               DISPLAY 'CONTROLE GLOBAL               : OK'
           ELSE
               DISPLAY 'CONTROLE GLOBAL               : EN ECART'
           END-IF
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-VSAM.
           READ STOCK-KSDS
               AT END
                   SET FIN-DE-FICHIER TO TRUE
               NOT AT END
                   SET NON-FIN-DE-FICHIER TO TRUE
                   PERFORM CUMULER-VSAM
           END-READ
           .

       LECTURE-ENRG-DB2.
           EXEC SQL
               FETCH CURSEUR
               INTO :CODEA, :FORMAT-SUPPORT, :DEPOT, :QTE-DISPO,
                   :SEUIL-REORDER, :DATE-DERNIER-MVT, :COUT-MOYEN
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET NON-FIN-DE-TABLE TO TRUE
                   PERFORM CUMULER-DB2
               WHEN 100
                   SET FIN-DE-TABLE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE CURSEUR DB2, SQLCODE = '
                       SQLCODE
                   SET FIN-DE-TABLE TO TRUE
           END-EVALUATE
           .

       CUMULER-VSAM.
           IF ST-COUT-MOYEN NUMERIC
               MOVE ST-COUT-MOYEN TO W-COUT-MOYEN
           ELSE
               MOVE ZERO TO W-COUT-MOYEN
           END-IF
           ADD 1 TO NB-LUS-VSAM
           ADD ST-QTE-DISPO TO W-TOT-QTE-VSAM
           COMPUTE W-TOT-VALEUR-VSAM = W-TOT-VALEUR-VSAM
               + ST-QTE-DISPO * W-COUT-MOYEN
           .

       CUMULER-DB2.
           ADD 1 TO NB-LUS-DB2
           ADD QTE-DISPO TO W-TOT-QTE-DB2
           COMPUTE W-TOT-VALEUR-DB2 = W-TOT-VALEUR-DB2
               + QTE-DISPO * COUT-MOYEN
           .

      *    INSCRIT LE VERDICT DU JOUR DANS RUNCTLG1 -- VERT QUAND LES
      *    DEUX SOURCES CONCORDENT PARFAITEMENT, ENREGISTREMENT PAR
      *    ENREGISTREMENT ET SUR LES TOTAUX, ROUGE SINON ; LES
      *    RESTITUTIONS QUI TRAVAILLENT SUR LA COPIE DB2 S Y REFERENT
      *    AVANT DE DEMARRER
       INSCRIRE-VERDICT.
           ACCEPT W-RC-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-RC-HEURE-JOUR FROM TIME
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           ELSE
               MOVE 'STKRCON' TO RC-JOB-NAME
               MOVE W-RC-DATE-JOUR TO RC-DATE-EXEC
               MOVE W-RC-HEURE-JOUR TO RC-HEURE-EXEC
               IF NB-VSAM-SEUL = ZERO AND NB-DB2-SEUL = ZERO
                       AND NB-DIFFERENTS = ZERO
                       AND TOTAUX-CONCORDANTS
                   SET RC-STATUT-OK TO TRUE
               ELSE
                   SET RC-STATUT-KO TO TRUE
               END-IF
               MOVE SPACES TO E-RUNCTRL(26:55)
               WRITE E-RUNCTRL
                   INVALID KEY
                       REWRITE E-RUNCTRL
               END-WRITE
               CLOSE RUNCTRL-KSDS
           END-IF
           .
