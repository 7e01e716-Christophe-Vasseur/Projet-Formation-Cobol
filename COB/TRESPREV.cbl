      *                                                                *
      *       PROJETTE, SEMAINE PAR SEMAINE SUR LE TRIMESTRE A         *
      *       VENIR, LES ENCAISSEMENTS ATTENDUS DES FACTURES           *
      *       DISTRIBUTEURS OUVERTES (VENTESG1, A LEUR ECHEANCE        *
      *       STOCKEE DANS ECHEANG1, 30 JOURS NETS A DEFAUT)           *
      *       CONTRE LES DECAISSEMENTS DE DROITS A REGLER : LIGNES     *
      *       IMPAYEES DU GRAND LIVRE (ROYALLG1) ET EXTRAITS           *
      *       PLAYLIST/SYNCHRO EN ATTENTE (DDROYLPX, DDROYSYX),        *
      *       PLUS LES DROITS PREVUS SUR LES VENTES A VENIR (EXTRAIT   *
      *       DDROYFCX DE ROYALFCS). LE CALENDRIER EST COMMERCIAL      *
      *       (MOIS DE 30 JOURS, MEME PRINCIPE SIMPLIFIE QUE LES       *
      *       PREAVIS DE CTREXPIR) ; LES ECHEANCES DEJA DEPASSEES      *
      *       TOMBENT EN SEMAINE 1                                     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

               FILE STATUS F-VE-STATUS
               .

      *    ECHEANCES STOCKEES DES FACTURES (CF ECHEANCE.cpy)
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

           SELECT ROYALLDG-KSDS
               ASSIGN TO DDROYLDG
               ORGANIZATION IS INDEXED
               FILE STATUS F-RS-STATUS
               .

      *    DROITS PREVUS SUR LA PREVISION DES VENTES (ROYALFCS)
           SELECT ROYALFCX-FILE
               ASSIGN TO DDROYFCX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RF-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
       FILE SECTION.

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 VE-STATUT-REGLEMENT  PIC X(01).
               88 VE-FACTURE-REGLEE    VALUE 'R'.
               88 VE-FACTURE-ANNULEE   VALUE 'A'.
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .


       COPY ROYALSYX.

       FD ROYALFCX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ROYALFCX
           .

       COPY ROYALFCX.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *

      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-RL-STATUS             PIC X(02) VALUE '00'.
       77 F-RP-STATUS             PIC X(02) VALUE '00'.
       77 F-RS-STATUS             PIC X(02) VALUE '00'.
       77 F-RF-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR ET SON RANG EN CALENDRIER COMMERCIAL (ANNEE DE
      * 360 JOURS, MOIS DE 30 -- MEME PRINCIPE SIMPLIFIE QUE CTREXPIR)
       77 W-SEMAINE               PIC S9(04) VALUE ZERO.
       77 W-MONTANT               PIC 9(11)V9(02) VALUE ZERO.

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

      *    TREIZE SEMAINES DE PROJECTION (UN TRIMESTRE) -- LES
      *    SORTIES COMPRENNENT LES DROITS PREVUS, DETAILLES A PART
       01 TABLE-SEMAINES.
           05 TS-ENTREE OCCURS 13 TIMES.
               10 TS-ENTREES          PIC 9(13)V9(02).
               10 TS-SORTIES          PIC 9(13)V9(02).
               10 TS-PREVUS           PIC 9(13)V9(02).
       77 K                       PIC 9(02) VALUE ZERO.
       77 W-NET-SEMAINE           PIC S9(13)V9(02) VALUE ZERO.
       77 W-NET-CUMULE            PIC S9(13)V9(02) VALUE ZERO.
      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-FACTURES-OUVERTES    PIC 9(07) VALUE ZERO.
       77 NB-DROITS-A-REGLER      PIC 9(07) VALUE ZERO.
       77 NB-DROITS-PREVUS        PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-VENTES-IND          PIC 9.
       01 FIN-RS-IND              PIC 9.
           88 FIN-RS                  VALUE 1.
           88 NON-FIN-RS              VALUE 2.
       01 FIN-RF-IND              PIC 9.
           88 FIN-RF                  VALUE 1.
           88 NON-FIN-RF              VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
           SET FIN-LEDGER TO TRUE
           SET FIN-RP TO TRUE
           SET FIN-RS TO TRUE
           SET FIN-RF TO TRUE
           INITIALIZE TABLE-SEMAINES
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALLDG-KSDS
           IF F-RL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE GRAND LIVRE DES DROITS'
               DISPLAY 'CODE ERREUR = ' F-RS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ROYALFCX-FILE
           IF F-RF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT PREVISION DROITS'
               DISPLAY 'CODE ERREUR = ' F-RF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.
           PERFORM PROJETER-LIGNES-LEDGER
           PERFORM PROJETER-EXTRAIT-PLAYLIST
           PERFORM PROJETER-EXTRAIT-SYNC
           PERFORM PROJETER-PREVISION-DROITS
           PERFORM EDITER-PROJECTION

           PERFORM FIN-TRAITEMENT
           .

      *    LES FACTURES OUVERTES ENCAISSENT A LEUR ECHEANCE STOCKEE
      *    (CONDITIONS DE REGLEMENT DU DISTRIBUTEUR, CF LIRE-ECHEANCE)
       PROJETER-ENCAISSEMENTS.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               IF NOT VE-MVT-RETOUR
                       AND VE-NUM-FACTURE NOT = ZERO
                       AND NOT VE-FACTURE-SOLDEE
                   ADD 1 TO NB-FACTURES-OUVERTES
                   PERFORM LIRE-ECHEANCE
                   MOVE EH-DATE-ECHEANCE TO W-DATE-ECLATEE
                   PERFORM CALCULER-RANG-JOUR
                   PERFORM CALCULER-SEMAINE
                   COMPUTE W-MONTANT = VE-PRIX * VE-QTE
                   ADD W-MONTANT TO TS-ENTREES (W-SEMAINE)
           END-PERFORM
           .

      *    LES DROITS PREVUS (VENTES A VENIR ET RESERVES A LIBERER)
      *    DECAISSENT COMME LES EXTRAITS, LE 15 DU MOIS SUIVANT LEUR
      *    PERIODE
       PROJETER-PREVISION-DROITS.
           PERFORM LECTURE-ENRG-RF
           PERFORM UNTIL FIN-RF
               ADD 1 TO NB-DROITS-PREVUS
               MOVE RF-PERIODE TO W-DATE-ECLATEE(1:6)
               MOVE 15 TO W-DE-JOUR
               PERFORM AVANCER-UN-MOIS
               PERFORM CALCULER-RANG-JOUR
               PERFORM CALCULER-SEMAINE
               ADD RF-MONTANT-PAYABLE TO TS-SORTIES (W-SEMAINE)
               ADD RF-MONTANT-PAYABLE TO TS-PREVUS (W-SEMAINE)
               PERFORM LECTURE-ENRG-RF
           END-PERFORM
           .

      *    ECHEANCE STOCKEE DE LA FACTURE (ECHEANG1) -- UNE FACTURE
      *    EMISE AVANT LES CONDITIONS DE REGLEMENT PAR DISTRIBUTEUR
      *    N EN A PAS : SON ECHEANCE EST CALCULEE A 30 JOURS NETS
       LIRE-ECHEANCE.
           MOVE VE-NUM-FACTURE TO EH-NUM-FACTURE
           READ ECHEANCE-KSDS
               INVALID KEY
                   MOVE VE-SIREN TO EH-SIREN
                   IF VE-DATE-VENTE IS NUMERIC
                       MOVE VE-DATE-VENTE TO EH-DATE-FACTURE
                   ELSE
                       MOVE ZERO TO EH-DATE-FACTURE
                   END-IF
                   MOVE 30  TO EH-DELAI
                   MOVE 'N' TO EH-FIN-DE-MOIS
                   PERFORM CALCULER-ECHEANCE
           END-READ
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

      *    RANG DU JOUR EN CALENDRIER COMMERCIAL (ANNEE DE 360
      *    JOURS, MOIS DE 30)
       CALCULER-RANG-JOUR.
               DISPLAY 'SEMAINE ' K
                   ' ENTREES ' TS-ENTREES (K)
                   ' SORTIES ' TS-SORTIES (K)
                   ' DONT PREVUS ' TS-PREVUS (K)
                   ' NET ' W-NET-SEMAINE
                   ' CUMUL ' W-NET-CUMULE
           END-PERFORM
       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE ROYALLDG-KSDS
           CLOSE ROYALPLX-FILE
           CLOSE ROYALSYX-FILE
           CLOSE ROYALFCX-FILE
           STOP RUN
           .

               NB-FACTURES-OUVERTES
           DISPLAY 'DROITS A REGLER           : '
               NB-DROITS-A-REGLER
           DISPLAY 'DROITS PREVUS             : '
               NB-DROITS-PREVUS
           DISPLAY '---------------------------------------------'
           .

                   SET NON-FIN-RS TO TRUE
           END-READ
           .

       LECTURE-ENRG-RF.
           READ ROYALFCX-FILE
               AT END
                   SET FIN-RF TO TRUE
               NOT AT END
                   SET NON-FIN-RF TO TRUE
           END-READ
           .
