      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE RECONCILIATION NOCTURNE VSAM / DB2 - STOCKMVT    *
      *                                                                *
      *      FUSION DU FICHIER STKMVTG1 ET DE LA TABLE API5.STOCKMVT   *
      *      SUR LA CLE, SUR LE MODELE DE VENTESRCON : ENREGISTREMENTS *
      *      PRESENTS D UN SEUL COTE ET ECARTS DE CONTENU, PUIS        *
      *      CONTROLE GLOBAL : NOMBRE D ENREGISTREMENTS ET MONTANTS    *
      *      CUMULES DE CHAQUE COTE. AUCUNE MISE A JOUR.               *
      *                                                                *
      *      PAS DE LA CHAINE NOCTURNE, APRES STKMVTDB : LE VERDICT    *
      *      (SMVRCON) EST INSCRIT DANS RUNCTLG1 POUR LES              *
      *      RESTITUTIONS QUI TRAVAILLENT SUR LA COPIE DB2             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMVTRCON.
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

           SELECT STOCKMVT-KSDS
               ASSIGN TO DDENTREE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-CLE
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

       FD STOCKMVT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCKMVT
           .

       COPY STOCKMVT.

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
       77 W-TOT-ENTREES-VSAM     PIC 9(11) VALUE ZERO.
       77 W-TOT-ENTREES-DB2      PIC 9(11) VALUE ZERO.
       77 W-TOT-SORTIES-VSAM     PIC 9(11) VALUE ZERO.
       77 W-TOT-SORTIES-DB2      PIC 9(11) VALUE ZERO.

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
       01 DB2-STOCKMVT.
           05 CODEA                  PIC X(06).
           05 FORMAT-SUPPORT         PIC X(01).
           05 DEPOT                  PIC X(01).
           05 DATE-MVT               PIC 9(08).
           05 HEURE-MVT              PIC X(08).
           05 SEQ-MVT                PIC 9(02).
           05 TYPE-MVT               PIC X(01).
           05 SENS                   PIC X(01).
           05 QTE                    PIC 9(07).
           05 REF-ORIGINE            PIC X(21).

       01 DB2-SM-KEY REDEFINES DB2-STOCKMVT PIC X(26).

      *    DECLARATION CURSEUR -- PARCOURS COMPLET DE LA TABLE, DANS
      *    LE MEME ORDRE QUE LA CLE VSAM, POUR PERMETTRE LA FUSION
           EXEC SQL
               DECLARE CURSEUR CURSOR FOR
               SELECT CODEA, FORMAT_SUPPORT, DEPOT, DATE_MVT, HEURE_MVT,
                   SEQ_MVT, TYPE_MVT, SENS, QTE, REF_ORIGINE
               FROM STOCKMVT
               ORDER BY CODEA, FORMAT_SUPPORT, DEPOT, DATE_MVT,
                   HEURE_MVT, SEQ_MVT
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
           OPEN INPUT STOCKMVT-KSDS
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
                   IF SM-CLE = DB2-SM-KEY
                       PERFORM COMPARER-ENREG
                       PERFORM LECTURE-ENRG-VSAM
                       PERFORM LECTURE-ENRG-DB2
                   END-IF
                   IF SM-CLE < DB2-SM-KEY
                       PERFORM SIGNALER-VSAM-SEUL
                       PERFORM LECTURE-ENRG-VSAM
                   END-IF
                   IF SM-CLE > DB2-SM-KEY
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
           DISPLAY 'STOCKMVT VSAM SANS CORRESPONDANCE DB2, CLE = '
               SM-CLE
           ADD 1 TO NB-VSAM-SEUL
           .

       SIGNALER-DB2-SEUL.
           DISPLAY 'STOCKMVT DB2 SANS CORRESPONDANCE VSAM, CLE = '
               DB2-SM-KEY
           ADD 1 TO NB-DB2-SEUL
           .

      *    COMPARAISON CHAMP A CHAMP SUR UNE CLE COMMUNE AUX DEUX
      *    SOURCES
       COMPARER-ENREG.
           IF SM-TYPE-MVT                NOT = TYPE-MVT
               OR SM-SENS                NOT = SENS
               OR SM-QTE                 NOT = QTE
               OR SM-REFERENCE           NOT = REF-ORIGINE
               DISPLAY 'STOCKMVT EN ECART DE CONTENU, CLE = '
                   SM-CLE
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
           IF W-TOT-ENTREES-VSAM NOT = W-TOT-ENTREES-DB2
               SET TOTAUX-EN-ECART TO TRUE
           END-IF
           IF W-TOT-SORTIES-VSAM NOT = W-TOT-SORTIES-DB2
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
           CLOSE STOCKMVT-KSDS
           EXEC SQL
               CLOSE CURSEUR
           END-EXEC
           STOP RUN
           .

      *    RAPPORT DE FIN DE TRAITEMENT -- AUCUNE MISE A JOUR N EST
      *    REALISEE, SEULS LES ECARTS SONT RECENSES
       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'STKMVTRCON - RAPPORT DE RECONCILIATION STOCKMVT'
           DISPLAY 'ENREGISTREMENTS VSAM SANS DB2 : ' NB-VSAM-SEUL
           DISPLAY 'ENREGISTREMENTS DB2 SANS VSAM : ' NB-DB2-SEUL
           DISPLAY 'ENREGISTREMENTS EN ECART      : ' NB-DIFFERENTS
           DISPLAY 'ENREGISTREMENTS LUS VSAM      : ' NB-LUS-VSAM
           DISPLAY 'ENREGISTREMENTS LUS DB2       : ' NB-LUS-DB2
           DISPLAY 'QUANTITE ENTREE VSAM          : ' W-TOT-ENTREES-VSAM
           DISPLAY 'QUANTITE ENTREE DB2           : ' W-TOT-ENTREES-DB2
           DISPLAY 'QUANTITE SORTIE VSAM          : ' W-TOT-SORTIES-VSAM
           DISPLAY 'QUANTITE SORTIE DB2           : ' W-TOT-SORTIES-DB2
           IF TOTAUX-CONCORDANTS
               DISPLAY 'CONTROLE GLOBAL               : OK'
           ELSE
               DISPLAY 'CONTROLE GLOBAL               : EN ECART'
           END-IF
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-VSAM.
           READ STOCKMVT-KSDS
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
               INTO :CODEA, :FORMAT-SUPPORT, :DEPOT, :DATE-MVT,
                   :HEURE-MVT, :SEQ-MVT, :TYPE-MVT, :SENS, :QTE,
                   :REF-ORIGINE
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
           ADD 1 TO NB-LUS-VSAM
           IF SM-SENS = '-'
               ADD SM-QTE TO W-TOT-SORTIES-VSAM
           ELSE
               ADD SM-QTE TO W-TOT-ENTREES-VSAM
           END-IF
           .

       CUMULER-DB2.
           ADD 1 TO NB-LUS-DB2
           IF SENS = '-'
               ADD QTE TO W-TOT-SORTIES-DB2
           ELSE
               ADD QTE TO W-TOT-ENTREES-DB2
           END-IF
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
               MOVE 'SMVRCON' TO RC-JOB-NAME
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
