      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE VALORISATION DU STOCK DE FIN DE MOIS            *
      *                                                                *
      *       LE DISPONIBLE DE CHAQUE DECLINAISON (ALBUM + SUPPORT,    *
      *       TOUS SITES CONFONDUS) EST VALORISE AU COUT MOYEN         *
      *       PONDERE PORTE PAR LA LIGNE DU DEPOT PRINCIPAL (CF        *
      *       ST-COUT-MOYEN, RECALCULE PAR CDEFRECP) ET EDITE PAR      *
      *       ALBUM, SUPPORT ET LABEL. LE COUT DES VENTES DU MOIS EST  *
      *       LES VENTES MOINS LES RETOURS REVENDABLES DU JOURNAL DES  *
      *       STOCKS (STKMVTG1) AU MEME COUT MOYEN.                    *
      *                                                                *
      *       DEUX PAIRES D ECRITURES SONT AJOUTEES A L INTERFACE      *
      *       COMPTABLE (DDGLJRNL, EN AJOUT, EQUILIBREES PAR           *
      *       GLBALANC) : LE COUT DES VENTES (DEBIT 607000, CREDIT     *
      *       370000) ET LA VALORISATION DU STOCK, QUI PORTE LE        *
      *       COMPTE 370000 DE LA VALEUR DU MOIS PRECEDENT A CELLE DU  *
      *       MOIS (CONTREPARTIE 603700). LA VALEUR DU MOIS PRECEDENT  *
      *       EST RELUE AU JOURNAL DES TRANSMISSIONS, OU CHAQUE        *
      *       PASSAGE INSCRIT SA VALEUR DE CLOTURE                     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVALO.
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
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
               .

           SELECT STOCKMVT-KSDS
               ASSIGN TO DDSTKMVT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SM-CLE
               FILE STATUS F-SM-STATUS
               .

      *    ALBUMS, RELUS POUR LE LABEL DE LA DECLINAISON
           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

      *    JOURNAL DES TRANSMISSIONS (CF TRANSLOG.cpy) -- VALEUR DE
      *    CLOTURE DU MOIS PRECEDENT ET INSCRIPTION DU PASSAGE
           SELECT TRANSLG-KSDS
               ASSIGN TO DDTRANSL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TL-CLE
               FILE STATUS F-TL-STATUS
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

       FD STOCKMVT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCKMVT
           .

       COPY STOCKMVT.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

       FD TRANSLG-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TRANSLOG
           .

       COPY TRANSLOG.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-ST-STATUS             PIC X(02) VALUE '00'.
       77 F-SM-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-TL-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN COMPTABLE MOUVEMENTES PAR LA VALORISATION
       77 GL-CPT-STOCK            PIC X(08) VALUE '370000  '.
       77 GL-CPT-VARIATION        PIC X(08) VALUE '603700  '.
       77 GL-CPT-COUT-VENTES      PIC X(08) VALUE '607000  '.

      * DATE DU JOUR, PERIODE VALORISEE (AAAAMM) ET PERIODE
      * PRECEDENTE, DONT LA VALEUR DE CLOTURE SERT D OUVERTURE
       01 W-DATE-JOUR.
           05 W-DJ-PERIODE            PIC 9(06).
           05 W-DJ-PERIODE-R REDEFINES W-DJ-PERIODE.
               10 W-DJ-ANNEE          PIC 9(04).
               10 W-DJ-MOIS           PIC 9(02).
           05 W-DJ-JOUR               PIC 9(02).
       01 W-PERIODE-PREC.
           05 W-PP-ANNEE              PIC 9(04).
           05 W-PP-MOIS               PIC 9(02).
       77 W-HEURE-JOUR            PIC X(08).

      * DECLINAISON EN COURS -- LES LIGNES D UNE MEME DECLINAISON
      * (UNE PAR SITE) SE SUIVENT DANS L ORDRE DE CLE
       01 W-DECL-COURANTE.
           05 W-DC-CODEA              PIC X(06).
           05 W-DC-FORMAT             PIC X(01).
       77 W-DC-QTE                PIC 9(09) VALUE ZERO.
       77 W-DC-COUT               PIC 9(05)V9(04) VALUE ZERO.
       77 W-DC-VALEUR             PIC 9(11)V9(02) VALUE ZERO.
       77 W-DC-QTE-VENDUE         PIC S9(09) VALUE ZERO.
       77 W-DC-COUT-VENTES        PIC S9(11)V9(02) VALUE ZERO.
       01 DECL-IND                PIC 9.
           88 DECL-EN-COURS           VALUE 1.
           88 DECL-AUCUNE             VALUE 2.

      *    VALORISATION PAR LABEL -- AU-DELA DE 50 LABELS, LE RESTE
      *    EST CUMULE EN 'NON VENTILE' (CF GLJRNL)
       01 TABLE-VALO-LABEL.
           05 TVL-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TVL.
               10 TVL-CODE            PIC X(03).
               10 TVL-VALEUR          PIC 9(11)V9(02).
               10 TVL-COUT-VENTES     PIC S9(11)V9(02).
       77 NB-VALO-LABEL           PIC 9(02) VALUE ZERO.
       01 VALO-LABEL-IND          PIC 9.
           88 VALO-LABEL-TROUVE       VALUE 1.
           88 VALO-LABEL-ABSENT       VALUE 2.
       77 W-VALEUR-NON-VENTILEE   PIC 9(11)V9(02) VALUE ZERO.
       77 W-CV-NON-VENTILE        PIC S9(11)V9(02) VALUE ZERO.

      * TOTAUX DE LA PERIODE ET ECRITURES
       77 W-VALEUR-CLOTURE        PIC 9(13)V9(02) VALUE ZERO.
       77 W-VALEUR-OUVERTURE      PIC 9(13)V9(02) VALUE ZERO.
       77 W-COUT-VENTES-PERIODE   PIC S9(13)V9(02) VALUE ZERO.
       77 W-AJUSTEMENT-STOCK      PIC S9(13)V9(02) VALUE ZERO.
       77 W-MONTANT-ECRITURE      PIC 9(09)V9(02) VALUE ZERO.
       77 W-GJ-CPT-DEBIT          PIC X(08).
       77 W-GJ-CPT-CREDIT         PIC X(08).
       77 W-GJ-LIBELLE            PIC X(20).

      * JOURNAL DES TRANSMISSIONS -- VERSION EMISE ET RECHERCHE DE
      * LA DERNIERE VERSION DU MOIS PRECEDENT
       77 W-TL-VERSION            PIC 9(02) VALUE ZERO.
       01 W-TL-VERSION-IND        PIC 9.
           88 VERSION-LIBRE           VALUE 1.
           88 VERSION-OCCUPEE         VALUE 2.
       01 W-TL-OUVERT-IND         PIC 9.
           88 TL-OUVERT               VALUE 1.
           88 TL-FERME                VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-STOCK         PIC 9(07) VALUE ZERO.
       77 NB-DECLINAISONS         PIC 9(07) VALUE ZERO.
       77 NB-SANS-COUT            PIC 9(07) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(05) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-STOCK-IND           PIC 9.
           88 FIN-STOCK               VALUE 1.
           88 NON-FIN-STOCK           VALUE 2.
       01 FIN-MVTS-IND            PIC 9.
           88 FIN-MVTS                VALUE 1.
           88 NON-FIN-MVTS            VALUE 2.

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
           SET FIN-STOCK TO TRUE
           SET DECL-AUCUNE TO TRUE
           SET TL-FERME TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           IF W-DJ-MOIS = 1
               COMPUTE W-PP-ANNEE = W-DJ-ANNEE - 1
               MOVE 12 TO W-PP-MOIS
           ELSE
               MOVE W-DJ-ANNEE TO W-PP-ANNEE
               COMPUTE W-PP-MOIS = W-DJ-MOIS - 1
           END-IF
           OPEN INPUT STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT STOCKMVT-KSDS
           IF F-SM-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MOUVEMENTS'
               DISPLAY 'CODE ERREUR = ' F-SM-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O TRANSLG-KSDS
           IF F-TL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES TRANSMISSIONS'
               DISPLAY 'CODE ERREUR = ' F-TL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           SET TL-OUVERT TO TRUE
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER JOURNAL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'STKVALO - VALORISATION DU STOCK AU COUT MOYEN'
           DISPLAY 'PERIODE VALORISEE : ' W-DJ-PERIODE
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-STOCK

           PERFORM UNTIL FIN-STOCK
               ADD 1 TO NB-LIGNES-STOCK
               IF DECL-EN-COURS
                   AND (ST-CODEA NOT = W-DC-CODEA
                        OR ST-FORMAT NOT = W-DC-FORMAT)
                   PERFORM CLORE-DECLINAISON
               END-IF
               IF DECL-AUCUNE
                   PERFORM OUVRIR-DECLINAISON
               END-IF
               ADD ST-QTE-DISPO TO W-DC-QTE
               IF ST-DEPOT-PRINCIPAL AND ST-COUT-MOYEN NUMERIC
                   MOVE ST-COUT-MOYEN TO W-DC-COUT
               END-IF
               PERFORM LECTURE-ENRG-STOCK
           END-PERFORM
           IF DECL-EN-COURS
               PERFORM CLORE-DECLINAISON
           END-IF

           PERFORM EDITER-TABLEAU-LABELS
           PERFORM LIRE-VALEUR-OUVERTURE
           PERFORM ECRIRE-ECRITURES
           PERFORM ENREGISTRER-TRANSMISSION
           PERFORM FIN-TRAITEMENT
           .

       OUVRIR-DECLINAISON.
           SET DECL-EN-COURS TO TRUE
           MOVE ST-CODEA  TO W-DC-CODEA
           MOVE ST-FORMAT TO W-DC-FORMAT
           MOVE ZERO      TO W-DC-QTE
           MOVE ZERO      TO W-DC-COUT
           .

      *    VALEUR DU DISPONIBLE DE TOUS LES SITES ET COUT DES VENTES
      *    DU MOIS, AU COUT MOYEN DE LA DECLINAISON
       CLORE-DECLINAISON.
           ADD 1 TO NB-DECLINAISONS
           COMPUTE W-DC-VALEUR ROUNDED = W-DC-QTE * W-DC-COUT
           PERFORM CUMULER-VENTES-DECLINAISON
           COMPUTE W-DC-COUT-VENTES ROUNDED =
               W-DC-QTE-VENDUE * W-DC-COUT
           ADD W-DC-VALEUR      TO W-VALEUR-CLOTURE
           ADD W-DC-COUT-VENTES TO W-COUT-VENTES-PERIODE
           PERFORM LIRE-LABEL-ALBUM
           PERFORM VENTILER-LABEL
           DISPLAY 'ALBUM ' W-DC-CODEA ' SUPPORT ' W-DC-FORMAT
               ' LABEL ' AL-CODE-LABEL
               ' QTE ' W-DC-QTE
               ' COUT ' W-DC-COUT
               ' VALEUR ' W-DC-VALEUR
               ' COUT VENTES ' W-DC-COUT-VENTES
           IF W-DC-COUT = ZERO AND W-DC-QTE > ZERO
               ADD 1 TO NB-SANS-COUT
               DISPLAY '   *** SANS COUT MOYEN (AUCUNE RECEPTION) ***'
           END-IF
           SET DECL-AUCUNE TO TRUE
           .

      *    VENTES MOINS RETOURS REVENDABLES DU MOIS, TOUS SITES : LE
      *    JOURNAL EST PARCOURU PAR PREFIXE ALBUM + SUPPORT
       CUMULER-VENTES-DECLINAISON.
           MOVE ZERO          TO W-DC-QTE-VENDUE
           MOVE SPACES        TO E-STOCKMVT
           MOVE W-DC-CODEA    TO SM-CODEA
           MOVE W-DC-FORMAT   TO SM-FORMAT
           MOVE LOW-VALUE     TO SM-DEPOT
           MOVE ZERO          TO SM-DATE
           MOVE LOW-VALUE     TO SM-HEURE
           MOVE ZERO          TO SM-SEQ
           SET NON-FIN-MVTS TO TRUE
           START STOCKMVT-KSDS KEY IS NOT LESS THAN SM-CLE
               INVALID KEY
                   SET FIN-MVTS TO TRUE
           END-START
           PERFORM CUMULER-MOUVEMENT UNTIL FIN-MVTS
           .

       CUMULER-MOUVEMENT.
           READ STOCKMVT-KSDS NEXT RECORD
               AT END
                   SET FIN-MVTS TO TRUE
               NOT AT END
                   IF SM-CODEA = W-DC-CODEA
                           AND SM-FORMAT = W-DC-FORMAT
                       IF SM-DATE(1:6) = W-DJ-PERIODE
                           IF SM-MVT-VENTE
                               ADD SM-QTE TO W-DC-QTE-VENDUE
                           END-IF
                           IF SM-MVT-RETOUR
                               SUBTRACT SM-QTE FROM W-DC-QTE-VENDUE
                           END-IF
                       END-IF
                   ELSE
                       SET FIN-MVTS TO TRUE
                   END-IF
           END-READ
           .

      *    UN ALBUM INCONNU OU SANS LABEL COMPTE SOUS LE CODE A BLANC
       LIRE-LABEL-ALBUM.
           MOVE W-DC-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE SPACES TO AL-CODE-LABEL
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

       VENTILER-LABEL.
           SET VALO-LABEL-ABSENT TO TRUE
           SET IDX-TVL TO 1
           SEARCH TVL-ENTREE
               AT END
                   SET VALO-LABEL-ABSENT TO TRUE
               WHEN TVL-CODE (IDX-TVL) = AL-CODE-LABEL
                   SET VALO-LABEL-TROUVE TO TRUE
           END-SEARCH
           IF VALO-LABEL-ABSENT
               IF NB-VALO-LABEL < 50
                   ADD 1 TO NB-VALO-LABEL
                   SET IDX-TVL TO NB-VALO-LABEL
                   MOVE AL-CODE-LABEL TO TVL-CODE (IDX-TVL)
                   MOVE ZERO TO TVL-VALEUR (IDX-TVL)
                   MOVE ZERO TO TVL-COUT-VENTES (IDX-TVL)
                   ADD W-DC-VALEUR TO TVL-VALEUR (IDX-TVL)
                   ADD W-DC-COUT-VENTES TO TVL-COUT-VENTES (IDX-TVL)
               ELSE
                   ADD W-DC-VALEUR TO W-VALEUR-NON-VENTILEE
                   ADD W-DC-COUT-VENTES TO W-CV-NON-VENTILE
               END-IF
           ELSE
               ADD W-DC-VALEUR TO TVL-VALEUR (IDX-TVL)
               ADD W-DC-COUT-VENTES TO TVL-COUT-VENTES (IDX-TVL)
           END-IF
           .

       EDITER-TABLEAU-LABELS.
           DISPLAY ' '
           DISPLAY 'VALORISATION PAR LABEL'
           PERFORM VARYING IDX-TVL FROM 1 BY 1
                   UNTIL IDX-TVL > NB-VALO-LABEL
               DISPLAY 'LABEL ' TVL-CODE (IDX-TVL)
                   ' VALEUR DU STOCK ' TVL-VALEUR (IDX-TVL)
                   ' COUT DES VENTES ' TVL-COUT-VENTES (IDX-TVL)
                   ' EUR'
           END-PERFORM
           IF W-VALEUR-NON-VENTILEE > ZERO OR W-CV-NON-VENTILE NOT = 0
               DISPLAY '*** TABLE DES LABELS PLEINE (50) ***'
               DISPLAY 'NON VENTILE  VALEUR DU STOCK '
                   W-VALEUR-NON-VENTILEE
                   ' COUT DES VENTES ' W-CV-NON-VENTILE ' EUR'
           END-IF
           .

      *    VALEUR DE CLOTURE DU MOIS PRECEDENT : DERNIERE VERSION
      *    INSCRITE AU JOURNAL DES TRANSMISSIONS -- A DEFAUT (PREMIER
      *    PASSAGE), LE STOCK EST PORTE EN TOTALITE AU COMPTE
       LIRE-VALEUR-OUVERTURE.
           MOVE ZERO TO W-VALEUR-OUVERTURE
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'STKVALO' TO TL-INTERFACE
           MOVE SPACES TO TL-PERIODE
           MOVE W-PERIODE-PREC TO TL-PERIODE(1:6)
           PERFORM RELEVER-VERSION-OUVERTURE
               UNTIL VERSION-LIBRE OR W-TL-VERSION > 98
           .

       RELEVER-VERSION-OUVERTURE.
           MOVE W-TL-VERSION TO TL-VERSION
           READ TRANSLG-KSDS
               INVALID KEY
                   SET VERSION-LIBRE TO TRUE
               NOT INVALID KEY
                   MOVE TL-TOTAL-VALEUR TO W-VALEUR-OUVERTURE
                   ADD 1 TO W-TL-VERSION
           END-READ
           .

      *    LE COUT DES VENTES SORT DU STOCK (DEBIT 607000, CREDIT
      *    370000) ; LA VALORISATION PORTE LE SOLDE RESTANT DU COMPTE
      *    370000 A LA VALEUR DE CLOTURE (RECEPTIONS, INVENTAIRES ET
      *    VARIATION DU COUT MOYEN), CONTREPARTIE 603700. UN MONTANT
      *    NEGATIF INVERSE LE SENS DE LA PAIRE
       ECRIRE-ECRITURES.
           MOVE 'COUT DES VENTES' TO W-GJ-LIBELLE
           IF W-COUT-VENTES-PERIODE > ZERO
               MOVE W-COUT-VENTES-PERIODE TO W-MONTANT-ECRITURE
               MOVE GL-CPT-COUT-VENTES TO W-GJ-CPT-DEBIT
               MOVE GL-CPT-STOCK       TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           IF W-COUT-VENTES-PERIODE < ZERO
               COMPUTE W-MONTANT-ECRITURE = ZERO - W-COUT-VENTES-PERIODE
               MOVE GL-CPT-STOCK       TO W-GJ-CPT-DEBIT
               MOVE GL-CPT-COUT-VENTES TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF

           COMPUTE W-AJUSTEMENT-STOCK = W-VALEUR-CLOTURE
               - W-VALEUR-OUVERTURE + W-COUT-VENTES-PERIODE
           MOVE 'VALORISATION STOCK' TO W-GJ-LIBELLE
           IF W-AJUSTEMENT-STOCK > ZERO
               MOVE W-AJUSTEMENT-STOCK TO W-MONTANT-ECRITURE
               MOVE GL-CPT-STOCK       TO W-GJ-CPT-DEBIT
               MOVE GL-CPT-VARIATION   TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           IF W-AJUSTEMENT-STOCK < ZERO
               COMPUTE W-MONTANT-ECRITURE = ZERO - W-AJUSTEMENT-STOCK
               MOVE GL-CPT-VARIATION   TO W-GJ-CPT-DEBIT
               MOVE GL-CPT-STOCK       TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           .

       ECRIRE-PAIRE.
           INITIALIZE E-GLJRNL
           MOVE W-DJ-PERIODE       TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE W-GJ-CPT-DEBIT     TO GJ-COMPTE
           MOVE W-GJ-LIBELLE       TO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE W-MONTANT-ECRITURE TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-DJ-PERIODE       TO GJ-REFERENCE(1:6)
           MOVE 'STKVALO'          TO GJ-REFERENCE(8:7)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE W-GJ-CPT-CREDIT    TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

      *    INSCRIT LA VALEUR DE CLOTURE AU JOURNAL DES TRANSMISSIONS
      *    (CF GLJRNL) -- UNE RELANCE SUR LA MEME PERIODE S INSCRIT EN
      *    VERSION SUIVANTE ET DEVIENT L OUVERTURE DU MOIS SUIVANT
       ENREGISTRER-TRANSMISSION.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'STKVALO' TO TL-INTERFACE
           MOVE SPACES TO TL-PERIODE
           MOVE W-DJ-PERIODE TO TL-PERIODE(1:6)
           PERFORM TESTER-VERSION
               UNTIL VERSION-LIBRE OR W-TL-VERSION > 98
           MOVE W-TL-VERSION TO TL-VERSION
           IF W-TL-VERSION = 1
               SET TL-EMISSION TO TRUE
           ELSE
               SET TL-REEMISSION TO TRUE
           END-IF
           MOVE NB-ECRITURES TO TL-NB-ENREG
           MOVE W-VALEUR-CLOTURE TO TL-TOTAL-VALEUR
           MOVE W-DATE-JOUR TO TL-DATE-CREATION
           MOVE W-HEURE-JOUR TO TL-HEURE-CREATION
           MOVE SPACES TO E-TRANSLOG(60:21)
           WRITE E-TRANSLOG
           DISPLAY 'VALORISATION INSCRITE, VERSION ' TL-VERSION
           .

       TESTER-VERSION.
           MOVE W-TL-VERSION TO TL-VERSION
           READ TRANSLG-KSDS
               INVALID KEY
                   SET VERSION-LIBRE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO W-TL-VERSION
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE STOCK-KSDS
           CLOSE STOCKMVT-KSDS
           CLOSE ALBUM-KSDS
           CLOSE GLJRNL-FILE
           IF TL-OUVERT
               CLOSE TRANSLG-KSDS
           END-IF
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'STKVALO - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES DE STOCK LUES      : ' NB-LIGNES-STOCK
           DISPLAY 'DECLINAISONS VALORISEES   : ' NB-DECLINAISONS
           DISPLAY 'DECLINAISONS SANS COUT    : ' NB-SANS-COUT
           DISPLAY 'VALEUR D OUVERTURE        : ' W-VALEUR-OUVERTURE
           DISPLAY 'VALEUR DE CLOTURE         : ' W-VALEUR-CLOTURE
           DISPLAY 'COUT DES VENTES DU MOIS   : '
               W-COUT-VENTES-PERIODE
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-STOCK.
           READ STOCK-KSDS NEXT RECORD
               AT END
                   SET FIN-STOCK TO TRUE
               NOT AT END
                   SET NON-FIN-STOCK TO TRUE
           END-READ
           .
