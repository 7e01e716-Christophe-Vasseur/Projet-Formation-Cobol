      *                                                                *
      *       BATCH D EDITION DES FACTURES DE VENTES (132 COL)         *
      *       UNE FACTURE PAR VENTE NUMEROTEE (VE-NUM-FACTURE)         *
      *       UN COFFRET ECLATE EN COMPOSANTS Y FIGURE SUR UNE LIGNE   *
      *       LES ARTICLES DE MERCHANDISING SONT FACTURES DE MEME      *
      *       L ECHEANCE (ECHEANG1) ET LES CONDITIONS DE REGLEMENT DU  *
      *       DISTRIBUTEUR SONT EDITEES SOUS LE TOTAL                  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

               FILE STATUS F-AL-STATUS
               .

      *    LIBELLE DES ARTICLES DE MERCHANDISING (VENTES DE SUPPORT
      *    'M', CF MERCH.cpy)
           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
               .

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               FILE STATUS F-MA-STATUS
               .

      *    ECHEANCES STOCKEES DES FACTURES (CF ECHEANCE.cpy)
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

           SELECT CLIENT-KSDS
               ASSIGN TO DDCLIENT
               ORGANIZATION IS INDEXED
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
           05 VE-COFFRET REDEFINES VE-RETOUR-CLE.
               10 VE-CODE-COFFRET  PIC X(06).
               10 VE-RANG-COMPOSANT PIC 9(02).
               10 VE-QTE-COFFRET   PIC 9(05).
               10 VE-PRIX-COFFRET  PIC 9(05)V9(02).
               10 FILLER           PIC X(01).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(06).
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-MERCH      VALUE 'M'.
           05 FILLER               PIC X(01).
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD MERCH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MERCH
           .

       COPY MERCH.

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST

       COPY MAISONDI.

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD CLIENT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CLIENT
      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-ME-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-CL-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.


      * BLOC IDENTIFIANT LA VENTE FACTUREE
       01 W-LIGNE-VENTE.
           05 W-LV-NATURE             PIC X(08).
           05 W-LV-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LV-TITREA             PIC X(30).
           05 FILLER                  PIC X(05) VALUE 'DATE '.
           05 W-LV-DATE-VENTE         PIC X(08).
           05 FILLER                  PIC X(76).

      * BLOC IDENTIFIANT LE DISTRIBUTEUR FACTURE
       01 W-LIGNE-DISTRIBUTEUR.
           05 W-LT2-DEVISE            PIC X(03).
           05 FILLER                  PIC X(105).

      * LIGNE D ECHEANCE (DATE ET CONDITIONS DE REGLEMENT)
       01 W-LIGNE-ECHEANCE.
           05 FILLER                  PIC X(12) VALUE 'A REGLER LE '.
           05 W-LE-DATE-ECHEANCE      PIC 9(08).
           05 FILLER                  PIC X(15)
               VALUE '  CONDITIONS : '.
           05 W-LE-DELAI              PIC ZZ9.
           05 FILLER                  PIC X(06) VALUE ' JOURS'.
           05 W-LE-FIN-DE-MOIS        PIC X(12).
           05 FILLER                  PIC X(76).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * LIGNE FACTUREE -- LA VENTE ELLE-MEME, OU LE COFFRET POUR LES
      * LIGNES COMPOSANTS ISSUES DE SON ECLATEMENT (CF VENTES.cpy)
       77 W-CODEA-FACTURE            PIC X(06) VALUE SPACES.
       77 W-PRIX-FACTURE             PIC 9(05)V9(02) VALUE ZERO.
       77 W-QTE-FACTURE              PIC 9(05) VALUE ZERO.

      * ZONES DE TRAVAIL POUR LES LIBELLES RECHERCHES PAR CLE
       77 W-TITREA                   PIC X(30) VALUE SPACES.
       77 W-RAISON-SOC-MA            PIC X(30) VALUE SPACES.
       77 W-RAISON-SOC-CL            PIC X(30) VALUE SPACES.
       77 W-MONTANT-VENTE            PIC 9(09)V9(02) VALUE ZERO.

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

      * GESTION DE LA PAGINATION
       77 W-NUM-PAGE                 PIC 9(04) VALUE ZERO.

               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MERCH-KSDS
           IF F-ME-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MERCHANDISING'
               DISPLAY 'CODE ERREUR = ' F-ME-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CLIENT-KSDS
           IF F-CL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CLIENT'

      *    UN RETOUR N EST JAMAIS FACTURE ; UNE VENTE SANS NUMERO
      *    DE FACTURE A ETE SAISIE AVANT L INTRODUCTION DE LA
      *    NUMEROTATION ET N EST PAS EDITEE ICI NON PLUS. UN COFFRET
      *    ECLATE EN LIGNES COMPOSANTS EST FACTURE SUR UNE SEULE
      *    LIGNE, EDITEE A LA RENCONTRE DE SON PREMIER COMPOSANT
       TRAITER-VENTE.
           IF NOT VE-MVT-RETOUR AND VE-NUM-FACTURE NOT = ZERO
               IF VE-LIGNE-COMPOSANT
                   IF VE-RANG-COMPOSANT = 1
                       MOVE VE-CODE-COFFRET TO W-CODEA-FACTURE
                       MOVE VE-PRIX-COFFRET TO W-PRIX-FACTURE
                       MOVE VE-QTE-COFFRET  TO W-QTE-FACTURE
                       PERFORM EDITER-FACTURE
                   END-IF
               ELSE
                   MOVE VE-CODEA        TO W-CODEA-FACTURE
                   MOVE VE-PRIX         TO W-PRIX-FACTURE
                   MOVE VE-QTE          TO W-QTE-FACTURE
                   PERFORM EDITER-FACTURE
               END-IF
           END-IF
           .

       EDITER-FACTURE.
           ADD 1 TO W-NUM-PAGE
           ADD 1 TO NB-FACTURES-EDITEES
           IF VE-FORMAT-MERCH
               MOVE 'ARTICLE ' TO W-LV-NATURE
               PERFORM LIRE-ARTICLE
           ELSE
               MOVE 'ALBUM   ' TO W-LV-NATURE
               PERFORM LIRE-ALBUM
           END-IF
           PERFORM LIRE-MAISON
           PERFORM LIRE-CLIENT
           COMPUTE W-MONTANT-VENTE = W-PRIX-FACTURE * W-QTE-FACTURE

           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           MOVE W-CODEA-FACTURE  TO W-LV-CODEA
           MOVE W-TITREA         TO W-LV-TITREA
           MOVE VE-DATE-VENTE    TO W-LV-DATE-VENTE
           WRITE PRINT-LIGNE FROM W-LIGNE-VENTE

           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           MOVE W-PRIX-FACTURE   TO W-LD2-PRIX
           MOVE W-QTE-FACTURE    TO W-LD2-QTE
           MOVE VE-DEVISE        TO W-LD2-DEVISE
           WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL

           MOVE VE-DEVISE        TO W-LT2-DEVISE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL

           PERFORM LIRE-ECHEANCE
           MOVE EH-DATE-ECHEANCE TO W-LE-DATE-ECHEANCE
           MOVE EH-DELAI         TO W-LE-DELAI
           IF EH-ECHEANCE-FIN-DE-MOIS
               MOVE ' FIN DE MOIS' TO W-LE-FIN-DE-MOIS
           ELSE
               MOVE ' NETS'        TO W-LE-FIN-DE-MOIS
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-ECHEANCE
           .

       LIRE-ALBUM.
           MOVE 'ALBUM INCONNU' TO W-TITREA
           MOVE W-CODEA-FACTURE TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   CONTINUE
           END-READ
           .

       LIRE-ARTICLE.
           MOVE 'ARTICLE INCONNU' TO W-TITREA
           MOVE W-CODEA-FACTURE TO ME-CODEM
           READ MERCH-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ME-LIBELLE TO W-TITREA
           END-READ
           .

       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC-MA
           MOVE VE-SIREN TO MA-SIREN
           END-READ
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

       LIRE-CLIENT.
           MOVE SPACES TO W-RAISON-SOC-CL
           IF VE-CODE-CLIENT NOT = SPACES
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE ALBUM-KSDS
           CLOSE MERCH-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE CLIENT-KSDS
           CLOSE PRINT-FILE
           STOP RUN
