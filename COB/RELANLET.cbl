      *       DISTRIBUTEURS EN RETARD DE REGLEMENT (132 COL)           *
      *                                                                *
      *       PARCOURT LES FACTURES OUVERTES (VENTESG1, LIGNES SANS    *
      *       VE-STATUT-REGLEMENT), LES CLASSE PAR RETARD SUR LEUR     *
      *       ECHEANCE STOCKEE (ECHEANG1) -- 1 RAPPEL AIMABLE DES      *
      *       L ECHEANCE DEPASSEE, 2 MISE EN DEMEURE AU-DELA D UN      *
      *       MOIS DE RETARD, 3 DERNIERE SOMMATION AU-DELA DE DEUX --  *
      *       EDITE UNE LETTRE PAR DISTRIBUTEUR AVEC LE                *
      *       DETAIL DES FACTURES OUVERTES ET MEMORISE LE NIVEAU       *
      *       ENVOYE DANS RELANCG1 POUR ESCALADER AU PASSAGE SUIVANT   *
      *                                                                *
               FILE STATUS F-DN-STATUS
               .

      *    ECHEANCES STOCKEES DES FACTURES (CF ECHEANCE.cpy)
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

      *    LETTRES DE RELANCE PRETES A IMPRIMER ET A METTRE SOUS PLI
           SELECT LETTRE-FILE
               ASSIGN TO DDSORTIE
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

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS

       COPY MAISONDI.

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD RELANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RELANCE
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-DN-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-LT-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR ET SEUILS DE RETARD A 1 ET 2 MOIS (MEME
      * PRINCIPE SIMPLIFIE QUE LE DELAI DE PREAVIS DE CTREXPIR, SANS
      * GESTION FINE DES MOIS)
       77 W-DATE-JOUR             PIC 9(08).
           05 W-DJ-JOUR               PIC 9(02).
       77 W-SEUIL-1-MOIS          PIC 9(08).
       77 W-SEUIL-2-MOIS          PIC 9(08).

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

      *    DISTRIBUTEURS A RELANCER, RELEVES A LA PREMIERE PASSE --
      *    LE NIVEAU D AGE EST LE PLUS SEVERE DE LEURS FACTURES
           05 W-LF-DATE               PIC X(08).
           05 FILLER                  PIC X(10) VALUE '  MONTANT '.
           05 W-LF-MONTANT            PIC Z(9)9,99.
           05 FILLER                  PIC X(11) VALUE '  ECHEANCE '.
           05 W-LF-ECHEANCE           PIC 9(08).
           05 FILLER                  PIC X(52).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

               DISPLAY 'CODE ERREUR = ' F-DN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT LETTRE-FILE
           IF F-LT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LETTRES'
           PERFORM FIN-TRAITEMENT
           .

      *    SEUILS A 1 ET 2 MOIS EN ARRIERE DE LA DATE DU JOUR --
      *    LE PASSAGE D ANNEE EST GERE, PAS LES FINS DE MOIS COURTES
       CALCULER-SEUILS-ANCIENNETE.
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           MOVE W-DATE-ECLATEE TO W-SEUIL-1-MOIS
           PERFORM RECULER-UN-MOIS
           MOVE W-DATE-ECLATEE TO W-SEUIL-2-MOIS
           .

       RECULER-UN-MOIS.
           .

      *    PREMIERE PASSE -- RELEVE PAR DISTRIBUTEUR DES FACTURES
      *    OUVERTES EN RETARD (ECHEANCE DEPASSEE), AVEC LE NIVEAU D AGE
      *    LE PLUS SEVERE ET LE TOTAL OUVERT
       RELEVER-RETARDS.
           OPEN INPUT VENTES-KSDS
       EXAMINER-FACTURE.
           IF NOT VE-MVT-RETOUR
                   AND VE-NUM-FACTURE NOT = ZERO
                   AND NOT VE-FACTURE-SOLDEE
               ADD 1 TO NB-FACTURES-OUVERTES
               PERFORM DETERMINER-NIVEAU-AGE
               IF W-NIVEAU-FACTURE > ZERO
           END-IF
           .

      *    LE RETARD SE MESURE SUR L ECHEANCE DE LA FACTURE (CF
      *    LIRE-ECHEANCE), PLUS SUR SA DATE DE VENTE
       DETERMINER-NIVEAU-AGE.
           PERFORM LIRE-ECHEANCE
           EVALUATE TRUE
               WHEN EH-DATE-ECHEANCE < W-SEUIL-2-MOIS
                   MOVE 3 TO W-NIVEAU-FACTURE
               WHEN EH-DATE-ECHEANCE < W-SEUIL-1-MOIS
                   MOVE 2 TO W-NIVEAU-FACTURE
               WHEN EH-DATE-ECHEANCE < W-DATE-JOUR
                   MOVE 1 TO W-NIVEAU-FACTURE
               WHEN OTHER
                   MOVE 0 TO W-NIVEAU-FACTURE
               IF VE-SIREN = TR-SIREN (IDX-TR)
                       AND NOT VE-MVT-RETOUR
                       AND VE-NUM-FACTURE NOT = ZERO
                       AND NOT VE-FACTURE-SOLDEE
                   PERFORM DETERMINER-NIVEAU-AGE
                   IF W-NIVEAU-FACTURE > ZERO
                       MOVE VE-NUM-FACTURE TO W-LF-NUM
                       MOVE VE-DATE-VENTE  TO W-LF-DATE
                       MOVE EH-DATE-ECHEANCE TO W-LF-ECHEANCE
                       COMPUTE W-MONTANT-FACTURE = VE-PRIX * VE-QTE
                       MOVE W-MONTANT-FACTURE TO W-LF-MONTANT
                       WRITE LETTRE-LIGNE FROM W-LIGNE-FACTURE
           CLOSE VENTES-KSDS
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

       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC-MA
           MOVE TR-SIREN (IDX-TR) TO MA-SIREN
           PERFORM EDITER-RAPPORT
           CLOSE MAISONDI-KSDS
           CLOSE RELANCE-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE LETTRE-FILE
           STOP RUN
           .
