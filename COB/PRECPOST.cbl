      *       STKMVTG1) ET MISE A JOUR DE L ENCOURS DISTRIBUTEUR,      *
      *       COMME LE FAIT PGMG1VE1 POUR UNE VENTE SAISIE A L ECRAN   *
      *                                                                *
      *       LA PRECOMMANDE D UN ALBUM QUE LE CONTROLE DE             *
      *       PREPARATION (RELCHECK, PASSE AVANT CE TRAITEMENT) N A    *
      *       PAS DECLARE PRET A SORTIR RESTE EN ATTENTE               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-IV-STATUS
               .

      *    ECHEANCES DES FACTURES (CF ECHEANCE.cpy) -- UNE ECHEANCE
      *    EST CALCULEE SUR LES CONDITIONS DE REGLEMENT DE LA MAISON
      *    POUR CHAQUE NUMERO DE FACTURE ATTRIBUE
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               FILE STATUS F-CD-STATUS
               .

      *    PLANS DE SORTIE (CF RELPLAN.cpy) -- VERDICT DU CONTROLE DE
      *    PREPARATION POSE PAR RELCHECK
           SELECT RELPLAN-KSDS
               ASSIGN TO DDRELPLN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PS-CODEA
               FILE STATUS F-PS-STATUS
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
           .

       01 E-PRECOM.
           05 PC-CODEA             PIC X(06).
           05 PC-SIREN             PIC X(05).
           05 PC-DATE-SAISIE       PIC X(08).
           05 PC-NUM-LIGNE         PIC 9(02).
               88 PC-REJETEE           VALUE 'R'.
           05 PC-DATE-POSTEE       PIC X(08).
           05 PC-FORMAT            PIC X(01).
           05 FILLER               PIC X(28).

       01 E-PC-KEY REDEFINES E-PRECOM PIC X(21).

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 VE-DISPOSITION       PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

           05 IV-DERNIER-NUM        PIC 9(09).
           05 FILLER                PIC X(63).

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK

       COPY COMPTDI.

       FD RELPLAN-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RELPLAN
           .

       COPY RELPLAN.

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
       77 F-PC-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-TX-STATUS             PIC X(02) VALUE '00'.
       77 F-IV-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-ST-STATUS             PIC X(02) VALUE '00'.
       77 F-SM-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-PS-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (AAAAMMJJ) POUR LA COMPARAISON AVEC LA DATE DE
      * SORTIE ET LE MARQUAGE DES PRECOMMANDES TRAITEES ; HEURE DU
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-JOUR            PIC X(08).

      * CALCUL DE L ECHEANCE EN JOURS REELS (FEVRIER A 29 LES ANNEES
      * MULTIPLES DE 4, PRINCIPE SIMPLIFIE DE CALSEMRP)
       77 W-EH-JOURS              PIC 9(03) VALUE ZERO.
       01 W-EH-DATE-ECLATEE.
           05 W-EH-ANNEE              PIC 9(04).
           05 W-EH-MOIS               PIC 9(02).
           05 W-EH-JOUR               PIC 9(02).
       01 W-EH-TABLE-JOURS-MOIS.
           05 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 FILLER REDEFINES W-EH-TABLE-JOURS-MOIS.
           05 W-EH-JOURS-DU-MOIS      PIC 9(02) OCCURS 12 TIMES.
       77 W-EH-FIN-DE-MOIS        PIC 9(02) VALUE ZERO.
       77 W-EH-QUOTIENT-BISSEXT   PIC 9(04) VALUE ZERO.
       77 W-EH-RESTE-BISSEXT      PIC 9(04) VALUE ZERO.

      * ECRITURE DU MOUVEMENT DE STOCK -- LA SEQUENCE EST AVANCEE
      * JUSQU A UNE CLE LIBRE DANS LA MEME SECONDE (CF STOCKLOAD)
       01 W-SM-ECRIT-IND          PIC 9.

      * RECHERCHE DU PROCHAIN NUMERO DE LIGNE LIBRE SUR VENTESG1
       01 W-NL-CLE.
           05 W-NL-CODEA              PIC X(06).
           05 W-NL-SIREN              PIC X(05).
           05 W-NL-DATE-VENTE         PIC X(08).
           05 W-NL-NUM-LIGNE          PIC 9(02).
       77 NB-PRECOM-POSTEES       PIC 9(07) VALUE ZERO.
       77 NB-PRECOM-EN-ATTENTE    PIC 9(07) VALUE ZERO.
       77 NB-PRECOM-REJETEES      PIC 9(07) VALUE ZERO.
       77 NB-PRECOM-RETENUES-CTL  PIC 9(07) VALUE ZERO.

      * INDICATEURS DE TRAITEMENT D UNE PRECOMMANDE
       01 W-DISPOSITION-IND       PIC 9.
           88 PRECOM-A-POSTER         VALUE 1.
           88 PRECOM-RESTE-ATTENTE    VALUE 2.
           88 PRECOM-EN-ANOMALIE      VALUE 3.
           88 PRECOM-RETENUE-CONTROLE VALUE 4.

      * INDICATEUR DE FIN DE FICHIER PRECOMMANDES
       01 FIN-PRECOM-IND          PIC 9.
           SET FIN-PRECOM TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN I-O PRECOM-KSDS
           IF F-PC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PRECOMMANDES'
               DISPLAY 'CODE ERREUR = ' F-IV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-CD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT RELPLAN-KSDS
           IF F-PS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PLANS DE SORTIE'
               DISPLAY 'CODE ERREUR = ' F-PS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.
                   PERFORM POSTER-PRECOM
               WHEN PRECOM-RESTE-ATTENTE
                   ADD 1 TO NB-PRECOM-EN-ATTENTE
               WHEN PRECOM-RETENUE-CONTROLE
                   ADD 1 TO NB-PRECOM-EN-ATTENTE
                   ADD 1 TO NB-PRECOM-RETENUES-CTL
               WHEN PRECOM-EN-ANOMALIE
                   PERFORM REJETER-PRECOM
           END-EVALUATE
                       IF W-DATE-SORTIE-AAAAMMJJ > W-DATE-JOUR
                           SET PRECOM-RESTE-ATTENTE TO TRUE
                       ELSE
                           PERFORM VERIFIER-PREPARATION
                       END-IF
                   END-IF
                   END-IF
           END-READ
           .

      *    SORTIE ATTEINTE : L ALBUM DOIT ENCORE AVOIR ETE DECLARE PRET
      *    PAR LE CONTROLE DE PREPARATION. SANS PLAN DE SORTIE, OU SANS
      *    VERDICT, LA PRECOMMANDE ATTEND LE PROCHAIN PASSAGE DE
      *    RELCHECK, QUI CREE LE PLAN DE TOUT ALBUM PRECOMMANDE
       VERIFIER-PREPARATION.
           MOVE PC-CODEA TO PS-CODEA
           READ RELPLAN-KSDS
               INVALID KEY
                   SET PRECOM-RETENUE-CONTROLE TO TRUE
                   DISPLAY 'ALBUM SANS PLAN DE SORTIE, PRECOMMANDE '
                       E-PC-KEY ' LAISSEE EN ATTENTE'
               NOT INVALID KEY
                   IF PS-PRET
                       SET PRECOM-A-POSTER TO TRUE
                   ELSE
                       SET PRECOM-RETENUE-CONTROLE TO TRUE
                       DISPLAY 'ALBUM NON PRET A SORTIR, PRECOMMANDE '
                           E-PC-KEY ' LAISSEE EN ATTENTE'
                   END-IF
           END-READ
           .

      *    CREATION DE LA VENTE DANS VENTESG1, A LA DATE DE SORTIE DE
      *    L ALBUM, AVEC LES MEMES ATTRIBUTIONS QUE PGMG1VE1 (NUMERO
      *    DE LIGNE, NUMERO DE FACTURE, TAUX DE TVA, STOCK)
                   REWRITE E-INVSEQ-F
           END-READ
           MOVE IV-DERNIER-NUM TO VE-NUM-FACTURE
           PERFORM ENREGISTRER-ECHEANCE
           .

      *    ECHEANCE DE LA FACTURE (ECHEANG1, CF P-ENREGISTRER-ECHEANCE
      *    DE PGMG1VE1) -- CONDITIONS DE REGLEMENT DE LA MAISON,
      *    DELAI A ZERO OU MAISON INCONNUE = 30 JOURS NETS
       ENREGISTRER-ECHEANCE.
           INITIALIZE E-ECHEANCE
           MOVE IV-DERNIER-NUM TO EH-NUM-FACTURE
           MOVE VE-SIREN TO EH-SIREN
           MOVE VE-DATE-VENTE TO EH-DATE-FACTURE
           MOVE 30  TO EH-DELAI
           MOVE 'N' TO EH-FIN-DE-MOIS
           MOVE EH-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MA-DELAI-REGLEMENT NOT = ZERO
                       MOVE MA-DELAI-REGLEMENT TO EH-DELAI
                       IF MA-ECHEANCE-FIN-DE-MOIS
                           MOVE 'O' TO EH-FIN-DE-MOIS
                       END-IF
                   END-IF
           END-READ
           PERFORM CALCULER-ECHEANCE
           WRITE E-ECHEANCE
               INVALID KEY
                   DISPLAY 'ECHEANCE DEJA ENREGISTREE, FACTURE '
                       EH-NUM-FACTURE
           END-WRITE
           .

       CALCULER-ECHEANCE.
           MOVE EH-DATE-FACTURE TO W-EH-DATE-ECLATEE
           IF W-EH-MOIS < 1 OR W-EH-MOIS > 12
               MOVE EH-DATE-FACTURE TO EH-DATE-ECHEANCE
           ELSE
               MOVE EH-DELAI TO W-EH-JOURS
               PERFORM AVANCER-D-UN-JOUR W-EH-JOURS TIMES
               IF EH-ECHEANCE-FIN-DE-MOIS
                   PERFORM CALCULER-FIN-DE-MOIS
                   MOVE W-EH-FIN-DE-MOIS TO W-EH-JOUR
               END-IF
               MOVE W-EH-DATE-ECLATEE TO EH-DATE-ECHEANCE
           END-IF
           .

       AVANCER-D-UN-JOUR.
           PERFORM CALCULER-FIN-DE-MOIS
           IF W-EH-JOUR < W-EH-FIN-DE-MOIS
               ADD 1 TO W-EH-JOUR
           ELSE
               MOVE 1 TO W-EH-JOUR
               IF W-EH-MOIS < 12
                   ADD 1 TO W-EH-MOIS
               ELSE
                   MOVE 1 TO W-EH-MOIS
                   ADD 1 TO W-EH-ANNEE
               END-IF
           END-IF
           .

       CALCULER-FIN-DE-MOIS.
           MOVE W-EH-JOURS-DU-MOIS (W-EH-MOIS) TO W-EH-FIN-DE-MOIS
           IF W-EH-MOIS = 2
               DIVIDE W-EH-ANNEE BY 4
                   GIVING W-EH-QUOTIENT-BISSEXT
                   REMAINDER W-EH-RESTE-BISSEXT
               IF W-EH-RESTE-BISSEXT = ZERO
                   MOVE 29 TO W-EH-FIN-DE-MOIS
               END-IF
           END-IF
           .

      *    TAUX DE TVA DU TERRITOIRE DU DISTRIBUTEUR (CF PGMG1VE1,
           END-READ
           .

      *    DECREMENT DU STOCK PHYSIQUE AU SITE D EXPEDITION (DEPOT
      *    PRINCIPAL) -- SANS EFFET SI L ALBUM N A PAS DE LIGNE DE
      *    STOCK (ALBUM UNIQUEMENT DEMATERIALISE)
       DECREMENTER-STOCK.
           MOVE VE-CODEA  TO ST-CODEA
           MOVE VE-FORMAT TO ST-FORMAT
           SET ST-DEPOT-PRINCIPAL TO TRUE
           READ STOCK-KSDS
               INVALID KEY
                   CONTINUE
           MOVE SPACES        TO E-STOCKMVT
           MOVE VE-CODEA      TO SM-CODEA
           MOVE VE-FORMAT     TO SM-FORMAT
           MOVE ST-DEPOT      TO SM-DEPOT
           MOVE W-DATE-JOUR   TO SM-DATE
           MOVE W-HEURE-JOUR  TO SM-HEURE
           MOVE ZERO          TO SM-SEQ
           CLOSE MAISONDI-KSDS
           CLOSE TAXPAYS-KSDS
           CLOSE INVSEQ-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE STOCK-KSDS
           CLOSE STOCKMVT-KSDS
           CLOSE COMPTDI-KSDS
           CLOSE RELPLAN-KSDS
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

           DISPLAY 'PRECOMMANDES LUES         : ' NB-PRECOM-LUES
           DISPLAY 'PRECOMMANDES POSTEES      : ' NB-PRECOM-POSTEES
           DISPLAY 'PRECOMMANDES EN ATTENTE   : ' NB-PRECOM-EN-ATTENTE
           DISPLAY '  DONT ALBUM NON PRET     : '
               NB-PRECOM-RETENUES-CTL
           DISPLAY 'PRECOMMANDES REJETEES     : ' NB-PRECOM-REJETEES
           DISPLAY '---------------------------------------------'
           .
                   ADD 1 TO NB-PRECOM-LUES
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'PRECPOST' TO W-VR-JOB
           MOVE 'STOCKG1'   TO W-VR-FICHIER (1)
           MOVE 'COMPTDIG1' TO W-VR-FICHIER (2)
           MOVE 2           TO W-VR-NB
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
               MOVE 'PRECPOST' TO EX-BATCH
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
