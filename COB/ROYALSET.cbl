      *       SONT SAISIES, LE SOLDE DU SUSPENS EST REVERSE SUR LE     *
      *       VIREMENT DU PASSAGE SUIVANT ET LA LIGNE EST SOLDEE       *
      *                                                                *
      *       LA PART D UN MEMBRE DE GROUPE (REMISE ECLATEE PAR        *
      *       ROYALNET) EST REGLEE COMME UNE REMISE PROPRE AU MEMBRE : *
      *       SA REDIRECTION, SES COORDONNEES ET SON SUSPENS ; LE      *
      *       GROUPE RESTE RAPPELE SUR LA LIGNE DE VIREMENT            *
      *                                                                *
      *       LES COTISATIONS SOCIALES DES ARTISTES-AUTEURS SONT       *
      *       PRECOMPTEES SUR LA REMISE D UN AYANT DROIT NON EXONERE   *
      *       (PE-EXONERE-COTIS) AU BAREME EN VIGUEUR (TXCOTG1),       *
      *       INSCRITES AU FICHIER DES COTISATIONS (COTISG1) ET        *
      *       DEDUITES DU MONTANT VIRE OU MIS EN SUSPENS ; LES         *
      *       REVERSEMENTS AUX LABELS TIERS N Y SONT PAS SOUMIS        *
      *                                                                *
      *       UN BENEFICIAIRE QUI A CHOISI UNE DEVISE DE PAIEMENT      *
      *       (BP-DEVISE-PAIEMENT) EST VIRE DANS CETTE DEVISE, AU TAUX *
      *       DEVISHG1 DU JOUR DE PAIEMENT ; L ECART ENTRE LA DETTE DE *
      *       DROITS COMPTABILISEE EN EUROS ET LA CONTRE-VALEUR DU     *
      *       VIREMENT PART EN GAIN/PERTE DE CHANGE SUR L INTERFACE    *
      *       COMPTABLE (DDGLJRNL, EN AJOUT)                           *
      *                                                                *
      *       UNE REMISE N EST REGLEE QUE SUR LES PERIODES DE RELEVE   *
      *       DE L AYANT DROIT (PE-FREQ-RELEVE) ET AU-DELA DE SON      *
      *       SEUIL DE PAIEMENT (PE-SEUIL-PAIEMENT) ; SINON ELLE EST   *
      *       CUMULEE AU REPORT (REPORG1), REPRIS DANS LA REMISE DU    *
      *       PROCHAIN RELEVE REGLE                                    *
      *                                                                *
      *       DES COORDONNEES BANCAIRES NON ENCORE VALIDEES PAR UN     *
      *       SUPERVISEUR (BP-COORD-EN-ATTENTE) OU VALIDEES DEPUIS     *
      *       MOINS DE W-DELAI-CARENCE-JRS JOURS (DERNIERE DEMANDE     *
      *       'B' VALIDEE DE MODATTG1) NE SONT PAS UTILISEES : LE      *
      *       MONTANT PART EN SUSPENS JUSQU AU PASSAGE SUIVANT         *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-BP-STATUS
               .

      *    DEMANDES DE MODIFICATION SENSIBLE -- DATE DE VALIDATION
      *    DES DERNIERES COORDONNEES BANCAIRES (DELAI DE CARENCE)
           SELECT MODATT-KSDS
               ASSIGN TO DDMODATT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MV-CLE
               FILE STATUS F-MV-STATUS
               .

           SELECT SUSPENS-KSDS
               ASSIGN TO DDSUSPEN
               ORGANIZATION IS INDEXED
               FILE STATUS F-SU-STATUS
               .

      *    EXONERATION DES COTISATIONS SOCIALES ET CONDITIONS DE
      *    REGLEMENT DE L AYANT DROIT
           SELECT PERSONNE-KSDS
               ASSIGN TO DDPERSON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PE-CODEP
               FILE STATUS F-PE-STATUS
               .

      *    BAREME DES COTISATIONS SOCIALES, CHARGE EN TABLE
           SELECT TAUXCOT-KSDS
               ASSIGN TO DDTXCOT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TX-CLE
               FILE STATUS F-TX-STATUS
               .

      *    COTISATIONS PRECOMPTEES, DECLAREES PAR COTISDEC
           SELECT COTISOC-KSDS
               ASSIGN TO DDCOTISO
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CLE
               FILE STATUS F-CS-STATUS
               .

      *    REMISES REPORTEES (HORS PERIODE DE RELEVE OU SOUS LE SEUIL)
           SELECT REPORTDR-KSDS
               ASSIGN TO DDREPORT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RP-CLE
               FILE STATUS F-RP-STATUS
               .

      *    HISTORIQUE DES TAUX DE CHANGE, CHARGE EN TABLE AU
      *    DEMARRAGE (CF DEVREVAL POUR LE MEME PROCEDE)
           SELECT DEVISEH-KSDS
               ASSIGN TO DDDEVISH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
               .

      *    JOURNAL COMPTABLE, COMPLETE EN AJOUT PAR LES ECRITURES DE
      *    GAIN/PERTE DE CHANGE REALISES SUR LES VIREMENTS EN DEVISE
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

      *    FICHIER DE VIREMENTS REMIS A LA BANQUE
           SELECT VIRMNTX-FILE
               ASSIGN TO DDVIRMNT
       FILE SECTION.

       FD ROYALNTX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALNTX
           .

      *    ZONE DE TRAVAIL DE REDIRECT.cpy PORTE DES ZONES ECRAN
      *    INUTILES EN BATCH
       01 E-REDIRECT.
           05 RD-CODEP             PIC X(06).
           05 RD-CODEP-BENEF       PIC X(06).
           05 RD-DATE-EFFET        PIC 9(08).
           05 RD-MOTIF             PIC X(20).
           05 FILLER               PIC X(40).

       FD BNQPERS-KSDS
           RECORD 80 CHARACTERS

       COPY BNQPERS.

       FD MODATT-KSDS
           RECORD 170 CHARACTERS
           DATA RECORD IS E-MODATT
           .

       COPY MODATT.

       FD SUSPENS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SUSPENS

       COPY SUSPENS.

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PERSONNE
           .

       COPY PERSONNE.

       FD TAUXCOT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TAUXCOT
           .

       COPY TAUXCOT.

       FD COTISOC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COTISOC
           .

       COPY COTISOC.

       FD REPORTDR-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPORTDR
           .

       COPY REPORTDR.

      *    F-DEVISEH PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD DEVISEH-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISEH
           .

       01 E-DEVISEH.
           05 DH-DEVISE             PIC X(03).
           05 DH-DATE-EFFET         PIC X(08).
           05 DH-TAUX               PIC 9(03)V9(04).
           05 FILLER                PIC X(62).

       01 DH-CLE REDEFINES E-DEVISEH.
           05 DH-CLE-DEVISE         PIC X(03).
           05 DH-CLE-DATE           PIC X(08).
           05 FILLER                PIC X(69).

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

       FD VIRMNTX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VIRMNTX
           .

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-NT-STATUS             PIC X(02) VALUE '00'.
       77 F-BP-STATUS             PIC X(02) VALUE '00'.
       77 F-MV-STATUS             PIC X(02) VALUE '00'.
       77 F-RD-STATUS             PIC X(02) VALUE '00'.
       77 F-SU-STATUS             PIC X(02) VALUE '00'.
       77 F-VI-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-TX-STATUS             PIC X(02) VALUE '00'.
       77 F-CS-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-RP-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DE GAIN ET PERTE DE CHANGE ET DE CONTREPARTIE
       77 GL-CPT-GAIN-CHANGE      PIC X(08) VALUE '766000  '.
       77 GL-CPT-PERTE-CHANGE     PIC X(08) VALUE '666000  '.
       77 GL-CPT-FOURN-REDEV      PIC X(08) VALUE '468600  '.

      *    HISTORIQUE DES TAUX CHARGE EN MEMOIRE
       01 TABLE-DEVISES.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-DEVISE           PIC X(03).
               10 TD-DATE-EFFET       PIC X(08).
               10 TD-TAUX             PIC 9(03)V9(04).
       77 NB-TAUX-HISTO           PIC 9(03) VALUE ZERO.
       77 W-DATE-EFFET-RETENU     PIC X(08).
       77 W-DATE-RECHERCHE        PIC X(08).
       77 W-DEVISE-RECHERCHE      PIC X(03).
       77 W-TAUX-TROUVE           PIC 9(03)V9(04) VALUE 1.
       01 TAUX-HISTO-IND          PIC 9.
           88 TAUX-HISTO-TROUVE       VALUE 1.
           88 TAUX-HISTO-NON-TROUVE   VALUE 2.
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.

      * VIREMENT EN DEVISE -- DEVISE ET MONTANT VIRES, CONTRE-VALEUR
      * EN EUROS DU MONTANT VIRE AU TAUX DU JOUR ET ECART AVEC LA
      * DETTE DE DROITS REGLEE (MONTANT DU VIREMENT EN EUROS)
       77 W-DEVISE-VIREMENT       PIC X(03) VALUE 'EUR'.
       77 W-MONTANT-DEVISE        PIC 9(11)V9(02) VALUE ZERO.
       77 W-CV-VIREMENT           PIC 9(11)V9(02) VALUE ZERO.
       77 W-ECART                 PIC S9(11)V9(02) VALUE ZERO.
       77 W-ECART-ABSOLU          PIC 9(11)V9(02) VALUE ZERO.
       77 NB-VIREMENTS-DEVISE     PIC 9(07) VALUE ZERO.
       77 NB-DEVISES-SANS-TAUX    PIC 9(07) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(07) VALUE ZERO.
       77 W-TOTAL-ECART-CHANGE    PIC S9(13)V9(02) VALUE ZERO.

      * DATE DU JOUR (AAAAMMJJ)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-MONTANT-VIREMENT      PIC 9(11)V9(02) VALUE ZERO.
       77 W-SUSPENS-LIBERE        PIC 9(11)V9(02) VALUE ZERO.

      * BAREME DES COTISATIONS SOCIALES (TXCOTG1), DANS L ORDRE DE
      * LA CLE : TYPE DE COTISATION PUIS DATE D EFFET
       01 TABLE-TAUX.
           05 TT-ENTREE OCCURS 100 TIMES INDEXED BY IDX-TT.
               10 TT-CODE-COTIS       PIC X(04).
               10 TT-DATE-EFFET       PIC 9(08).
               10 TT-TAUX             PIC 9(02)V9(04).
               10 TT-ASSIETTE-PCT     PIC 9(03)V9(02).
       77 NB-TAUX                 PIC 9(03) VALUE ZERO.
       01 FIN-TAUX-IND            PIC 9.
           88 FIN-TAUX                VALUE 1.
           88 NON-FIN-TAUX            VALUE 2.

      * PRECOMPTE DES COTISATIONS SUR LA REMISE EN COURS -- BASE
      * (DROITS HORS REVERSEMENTS LABELS), ASSIETTE ET MONTANT DU
      * TYPE EN COURS, TOTAL PRECOMPTE ET MONTANT NET A REGLER
       77 W-BASE-COTIS            PIC 9(11)V9(02) VALUE ZERO.
       77 W-ASSIETTE-COTIS        PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-COTIS         PIC 9(07)V9(02) VALUE ZERO.
       77 W-COTIS-REMISE          PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-NET           PIC 9(11)V9(02) VALUE ZERO.
       01 W-ASSUJETTI-IND         PIC 9.
           88 ASSUJETTI               VALUE 1.
           88 EXONERE                 VALUE 2.
       01 W-TAUX-IND              PIC 9.
           88 TAUX-EN-VIGUEUR         VALUE 1.
           88 TAUX-REMPLACE           VALUE 2.

      * CONDITIONS DE REGLEMENT -- AYANT DROIT CONNU DE PERSONG1,
      * MOIS DE LA PERIODE DE LA REMISE, REPORT ANTERIEUR REPRIS ET
      * REMISE BRUTE A REGLER (REMISE DE LA PERIODE + REPORT)
       01 W-PERSONNE-IND          PIC 9.
           88 PERSONNE-CONNUE         VALUE 1.
           88 PERSONNE-INCONNUE       VALUE 2.
       01 W-PERIODE-REMISE.
           05 W-PR-ANNEE              PIC 9(04).
           05 W-PR-MOIS               PIC 9(02).
       01 W-REPORT-IND            PIC 9.
           88 REPORT-PRESENT          VALUE 1.
           88 REPORT-ABSENT           VALUE 2.
       01 W-REGLEMENT-IND         PIC 9.
           88 REMISE-A-REGLER         VALUE 1.
           88 REMISE-A-REPORTER       VALUE 2.
       77 W-MOTIF-REPORT          PIC X(01) VALUE SPACE.
       77 W-REPORT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPORT-LABELS         PIC 9(11)V9(02) VALUE ZERO.
       77 W-REMISE-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
       77 W-REMISE-LABELS         PIC 9(11)V9(02) VALUE ZERO.
       77 NB-REPORTS-HORS-RELEVE  PIC 9(07) VALUE ZERO.
       77 NB-REPORTS-SOUS-SEUIL   PIC 9(07) VALUE ZERO.
       77 NB-REPORTS-REPRIS       PIC 9(07) VALUE ZERO.
       77 W-TOTAL-REPORTE         PIC 9(13)V9(02) VALUE ZERO.
       77 W-TOTAL-REPRIS          PIC 9(13)V9(02) VALUE ZERO.

      * PRESENCE DE COORDONNEES BANCAIRES POUR LE BENEFICIAIRE
       01 W-BANQUE-IND            PIC 9.
           88 BANQUE-CONNUE           VALUE 1.
           88 BANQUE-INCONNUE         VALUE 2.

      * DELAI DE CARENCE DES NOUVELLES COORDONNEES BANCAIRES, EN
      * JOURS CALENDAIRES APRES LEUR VALIDATION (FEVRIER A 29 LES
      * ANNEES MULTIPLES DE 4, MEME PRINCIPE QUE BALAGEE)
       77 W-DELAI-CARENCE-JRS     PIC 9(03) VALUE 10.
       77 W-DATE-VALID-COORD      PIC 9(08) VALUE ZERO.
       77 W-DATE-FIN-CARENCE      PIC 9(08) VALUE ZERO.
       01 W-CA-DATE-ECLATEE.
           05 W-CA-ANNEE              PIC 9(04).
           05 W-CA-MOIS               PIC 9(02).
           05 W-CA-JOUR               PIC 9(02).
       01 W-CA-TABLE-JOURS-MOIS.
           05 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 FILLER REDEFINES W-CA-TABLE-JOURS-MOIS.
           05 W-CA-JOURS-DU-MOIS      PIC 9(02) OCCURS 12 TIMES.
       77 W-CA-FIN-DE-MOIS        PIC 9(02) VALUE ZERO.
       77 W-CA-QUOTIENT-BISSEXT   PIC 9(04) VALUE ZERO.
       77 W-CA-RESTE-BISSEXT      PIC 9(04) VALUE ZERO.
       01 FIN-MODATT-IND          PIC 9.
           88 FIN-MODATT              VALUE 1.
           88 NON-FIN-MODATT          VALUE 2.

      * BENEFICIAIRE EFFECTIF DU PAIEMENT -- LE CODEP DE LA REMISE,
      * SAUF REDIRECTION ACTIVE (REDIRG1) VERS UN AGENT/SUCCESSION
       77 W-CODEP-PAYE            PIC X(06) VALUE SPACES.
       77 NB-REDIRECTIONS         PIC 9(05) VALUE ZERO.
       77 NB-PARTS-GROUPE         PIC 9(07) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-REMISES-LUES         PIC 9(07) VALUE ZERO.
       77 NB-VIREMENTS-EMIS       PIC 9(07) VALUE ZERO.
       77 NB-MISES-EN-SUSPENS     PIC 9(07) VALUE ZERO.
       77 NB-SUSPENS-LIBERES      PIC 9(07) VALUE ZERO.
       77 NB-COORD-INVALIDES      PIC 9(07) VALUE ZERO.
       77 NB-COORD-EN-ATTENTE     PIC 9(07) VALUE ZERO.
       77 NB-COORD-EN-CARENCE     PIC 9(07) VALUE ZERO.
       77 W-TOTAL-VIRE            PIC 9(13)V9(02) VALUE ZERO.
       77 W-TOTAL-SUSPENS         PIC 9(13)V9(02) VALUE ZERO.
       77 NB-REMISES-COTISEES     PIC 9(07) VALUE ZERO.
       77 NB-REMISES-EXONEREES    PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-COTISATION    PIC 9(07) VALUE ZERO.
       77 W-TOTAL-COTIS           PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER DES REMISES
       01 FIN-REMISES-IND         PIC 9.
               DISPLAY 'CODE ERREUR = ' F-BP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MODATT-KSDS
           IF F-MV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MODATTG1'
               DISPLAY 'CODE ERREUR = ' F-MV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O SUSPENS-KSDS
           IF F-SU-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SUSPENS'
               DISPLAY 'CODE ERREUR = ' F-SU-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT PERSONNE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PERSONNE'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT TAUXCOT-KSDS
           IF F-TX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BAREME COTISATIONS'
               DISPLAY 'CODE ERREUR = ' F-TX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COTISOC-KSDS
           IF F-CS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COTISATIONS'
               DISPLAY 'CODE ERREUR = ' F-CS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O REPORTDR-KSDS
           IF F-RP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER REPORTS'
               DISPLAY 'CODE ERREUR = ' F-RP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISEH-KSDS
           IF F-DH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISHG1'
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER JOURNAL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT VIRMNTX-FILE
           IF F-VI-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VIREMENTS'
               DISPLAY 'CODE ERREUR = ' F-VI-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-BAREME
           .

       TRAITEMENT-PRINCIPAL.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ROYALSET - REGLEMENT DES DROITS D AUTEUR'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY 'TAUX DE COTISATION CHARGES : ' NB-TAUX
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-REMISE
           .

       REGLER-REMISE.
           PERFORM LIRE-AYANT-DROIT
           PERFORM REPRENDRE-REPORT
           PERFORM DETERMINER-REGLEMENT
           IF REMISE-A-REPORTER
               PERFORM REPORTER-REMISE
           ELSE
               IF NT-CODEP-GROUPE NOT = SPACES
                   ADD 1 TO NB-PARTS-GROUPE
               END-IF
               PERFORM DETERMINER-BENEFICIAIRE
               PERFORM PRECOMPTER-COTISATIONS
               PERFORM LIRE-COORDONNEES
               IF BANQUE-CONNUE
                   PERFORM EMETTRE-VIREMENT
               ELSE
                   PERFORM METTRE-EN-SUSPENS
               END-IF
               PERFORM SOLDER-REPORT
           END-IF
           .

      *    LES CONDITIONS DE REGLEMENT ET L ASSUJETTISSEMENT SONT CEUX
      *    DE L AYANT DROIT D ORIGINE, PAS DU BENEFICIAIRE D UNE
      *    REDIRECTION
       LIRE-AYANT-DROIT.
           SET PERSONNE-CONNUE TO TRUE
           MOVE NT-CODEP TO PE-CODEP
           READ PERSONNE-KSDS
               INVALID KEY
                   SET PERSONNE-INCONNUE TO TRUE
           END-READ
           .

      *    LE CUMUL REPORTE DES PERIODES PRECEDENTES S AJOUTE A LA
      *    REMISE DE LA PERIODE
       REPRENDRE-REPORT.
           SET REPORT-ABSENT TO TRUE
           MOVE ZERO TO W-REPORT-TOTAL
           MOVE ZERO TO W-REPORT-LABELS
           MOVE NT-CODEP        TO RP-CODEP
           MOVE NT-CODEP-GROUPE TO RP-CODEP-GROUPE
           READ REPORTDR-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REPORT-PRESENT TO TRUE
                   MOVE RP-MONTANT-TOTAL  TO W-REPORT-TOTAL
                   MOVE RP-MONTANT-LABELS TO W-REPORT-LABELS
           END-READ
           COMPUTE W-REMISE-TOTAL  = NT-MONTANT-TOTAL + W-REPORT-TOTAL
           COMPUTE W-REMISE-LABELS =
               NT-MONTANT-LABELS + W-REPORT-LABELS
           .

      *    PERIODES DE RELEVE : TOUTES EN TRIMESTRIEL, AVRIL A JUIN ET
      *    OCTOBRE A DECEMBRE EN SEMESTRIEL, OCTOBRE A DECEMBRE EN
      *    ANNUEL. SUR UNE PERIODE DE RELEVE, LA REMISE BRUTE (REPORT
      *    COMPRIS) INFERIEURE AU SEUIL DE L AYANT DROIT EST REPORTEE.
      *    UN AYANT DROIT ABSENT DE PERSONG1 EST REGLE A CHAQUE PERIODE
       DETERMINER-REGLEMENT.
           SET REMISE-A-REGLER TO TRUE
           MOVE SPACE      TO W-MOTIF-REPORT
           MOVE NT-PERIODE TO W-PERIODE-REMISE
           IF PERSONNE-CONNUE
               IF PE-RELEVE-SEMESTRIEL
                   IF W-PR-MOIS < 4
                           OR (W-PR-MOIS > 6 AND W-PR-MOIS < 10)
                       SET REMISE-A-REPORTER TO TRUE
                       MOVE 'P' TO W-MOTIF-REPORT
                   END-IF
               END-IF
               IF PE-RELEVE-ANNUEL
                   IF W-PR-MOIS < 10
                       SET REMISE-A-REPORTER TO TRUE
                       MOVE 'P' TO W-MOTIF-REPORT
                   END-IF
               END-IF
               IF REMISE-A-REGLER AND PE-SEUIL-PAIEMENT NUMERIC
                   IF PE-SEUIL-PAIEMENT > ZERO
                           AND W-REMISE-TOTAL < PE-SEUIL-PAIEMENT
                       SET REMISE-A-REPORTER TO TRUE
                       MOVE 'S' TO W-MOTIF-REPORT
                   END-IF
               END-IF
           END-IF
           .

      *    LA REMISE BRUTE DE LA PERIODE RESTE DUE : ELLE EST CUMULEE AU
      *    REPORT SANS VIREMENT NI PRECOMPTE DE COTISATIONS
       REPORTER-REMISE.
           IF REPORT-PRESENT
               IF RP-MONTANT-TOTAL = ZERO
                   MOVE NT-PERIODE TO RP-PERIODE-PREMIERE
               END-IF
               ADD NT-MONTANT-TOTAL  TO RP-MONTANT-TOTAL
               ADD NT-MONTANT-LABELS TO RP-MONTANT-LABELS
               MOVE NT-PERIODE       TO RP-PERIODE-DERNIERE
               MOVE W-MOTIF-REPORT   TO RP-MOTIF
               MOVE W-DATE-JOUR      TO RP-DATE-MAJ
               REWRITE E-REPORTDR
           ELSE
               MOVE SPACES            TO E-REPORTDR
               MOVE NT-CODEP          TO RP-CODEP
               MOVE NT-CODEP-GROUPE   TO RP-CODEP-GROUPE
               MOVE NT-MONTANT-TOTAL  TO RP-MONTANT-TOTAL
               MOVE NT-MONTANT-LABELS TO RP-MONTANT-LABELS
               MOVE NT-PERIODE        TO RP-PERIODE-PREMIERE
               MOVE NT-PERIODE        TO RP-PERIODE-DERNIERE
               MOVE W-MOTIF-REPORT    TO RP-MOTIF
               MOVE ZERO              TO RP-MONTANT-REPRIS
               MOVE ZERO              TO RP-PERIODE-REPRISE
               MOVE W-DATE-JOUR       TO RP-DATE-MAJ
               WRITE E-REPORTDR
           END-IF
           ADD NT-MONTANT-TOTAL TO W-TOTAL-REPORTE
           IF RP-SOUS-SEUIL
               ADD 1 TO NB-REPORTS-SOUS-SEUIL
               DISPLAY 'REMISE ' NT-CODEP ' PERIODE ' NT-PERIODE
                   ' REPORTEE, CUMUL ' RP-MONTANT-TOTAL
                   ' SOUS LE SEUIL ' PE-SEUIL-PAIEMENT
           ELSE
               ADD 1 TO NB-REPORTS-HORS-RELEVE
               DISPLAY 'REMISE ' NT-CODEP ' PERIODE ' NT-PERIODE
                   ' REPORTEE, HORS PERIODE DE RELEVE'
           END-IF
           IF NT-CODEP-GROUPE NOT = SPACES
               DISPLAY '       PART DU GROUPE ' NT-CODEP-GROUPE
           END-IF
           .

      *    LE REPORT REPRIS DANS LA REMISE REGLEE EST SOLDE ; LE MONTANT
      *    REPRIS ET SA PERIODE RESTENT POUR LE RELEVE (ROYALSTM)
       SOLDER-REPORT.
           IF REPORT-PRESENT AND W-REPORT-TOTAL > ZERO
               MOVE W-REPORT-TOTAL TO RP-MONTANT-REPRIS
               MOVE NT-PERIODE     TO RP-PERIODE-REPRISE
               MOVE ZERO           TO RP-MONTANT-TOTAL
               MOVE ZERO           TO RP-MONTANT-LABELS
               MOVE W-DATE-JOUR    TO RP-DATE-MAJ
               REWRITE E-REPORTDR
               ADD 1 TO NB-REPORTS-REPRIS
               ADD W-REPORT-TOTAL TO W-TOTAL-REPRIS
               DISPLAY 'REPORT REPRIS ' NT-CODEP ' MONTANT '
                   W-REPORT-TOTAL
           END-IF
           .

           END-READ
           .

      *    DES COORDONNEES INVALIDEES PAR UN REJET BANCAIRE (VIREJET)
      *    NE SONT PAS REUTILISEES : LE MONTANT PART EN SUSPENS.
      *    IL EN VA DE MEME DES COORDONNEES EN ATTENTE DE VALIDATION
      *    OU ENCORE DANS LEUR DELAI DE CARENCE
       LIRE-COORDONNEES.
           SET BANQUE-INCONNUE TO TRUE
           MOVE W-CODEP-PAYE TO BP-CODEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BP-COORD-INVALIDES
                           ADD 1 TO NB-COORD-INVALIDES
                           DISPLAY 'COORDONNEES DE ' W-CODEP-PAYE
                               ' INVALIDEES PAR UN REJET BANCAIRE'
                       WHEN BP-COORD-EN-ATTENTE
                           ADD 1 TO NB-COORD-EN-ATTENTE
                           DISPLAY 'COORDONNEES DE ' W-CODEP-PAYE
                               ' EN ATTENTE DE VALIDATION'
                       WHEN OTHER
                           SET BANQUE-CONNUE TO TRUE
                           PERFORM CONTROLER-CARENCE
                   END-EVALUATE
           END-READ
           .

      *    RECHERCHE LA DERNIERE VALIDATION DE COORDONNEES BANCAIRES
      *    DU BENEFICIAIRE ; SI ELLE DATE DE MOINS DE
      *    W-DELAI-CARENCE-JRS JOURS, LES COORDONNEES NE SONT PAS
      *    ENCORE UTILISEES. DES COORDONNEES SAISIES AVANT LE DOUBLE
      *    CONTROLE N ONT PAS DE DEMANDE ET NE SONT PAS EN CARENCE
       CONTROLER-CARENCE.
           MOVE ZERO TO W-DATE-VALID-COORD
           MOVE LOW-VALUES TO MV-CLE
           SET MV-COORD-BANCAIRES TO TRUE
           MOVE W-CODEP-PAYE TO MV-CLE-ENREG
           START MODATT-KSDS KEY IS NOT LESS THAN MV-CLE
               INVALID KEY
                   SET FIN-MODATT TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-MODATT TO TRUE
           END-START
           PERFORM UNTIL FIN-MODATT
               READ MODATT-KSDS NEXT RECORD
                   AT END
                       SET FIN-MODATT TO TRUE
                   NOT AT END
                       IF NOT MV-COORD-BANCAIRES
                          OR MV-CLE-ENREG NOT = W-CODEP-PAYE
                           SET FIN-MODATT TO TRUE
                       ELSE
                           IF MV-VALIDEE
                              AND MV-DATE-DECISION > W-DATE-VALID-COORD
                               MOVE MV-DATE-DECISION
                                 TO W-DATE-VALID-COORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF W-DATE-VALID-COORD > ZERO
               MOVE W-DATE-VALID-COORD TO W-CA-DATE-ECLATEE
               PERFORM AVANCER-D-UN-JOUR W-DELAI-CARENCE-JRS TIMES
               MOVE W-CA-DATE-ECLATEE TO W-DATE-FIN-CARENCE
               IF W-DATE-JOUR < W-DATE-FIN-CARENCE
                   SET BANQUE-INCONNUE TO TRUE
                   ADD 1 TO NB-COORD-EN-CARENCE
                   DISPLAY 'COORDONNEES DE ' W-CODEP-PAYE
                       ' EN CARENCE JUSQU AU ' W-DATE-FIN-CARENCE
               END-IF
           END-IF
           .

       AVANCER-D-UN-JOUR.
           PERFORM CALCULER-FIN-DE-MOIS
           IF W-CA-JOUR < W-CA-FIN-DE-MOIS
               ADD 1 TO W-CA-JOUR
           ELSE
               MOVE 1 TO W-CA-JOUR
               IF W-CA-MOIS < 12
                   ADD 1 TO W-CA-MOIS
               ELSE
                   MOVE 1 TO W-CA-MOIS
                   ADD 1 TO W-CA-ANNEE
               END-IF
           END-IF
           .

       CALCULER-FIN-DE-MOIS.
           MOVE W-CA-JOURS-DU-MOIS (W-CA-MOIS) TO W-CA-FIN-DE-MOIS
           IF W-CA-MOIS = 2
               DIVIDE W-CA-ANNEE BY 4
                   GIVING W-CA-QUOTIENT-BISSEXT
                   REMAINDER W-CA-RESTE-BISSEXT
               IF W-CA-RESTE-BISSEXT = ZERO
                   MOVE 29 TO W-CA-FIN-DE-MOIS
               END-IF
           END-IF
           .

      *    LE SOLDE EN SUSPENS DU BENEFICIAIRE, S IL EXISTE, EST
      *    REVERSE SUR CE VIREMENT ET LA LIGNE DE SUSPENS EST SOLDEE
       EMETTRE-VIREMENT.
                   END-IF
           END-READ
           COMPUTE W-MONTANT-VIREMENT =
               W-MONTANT-NET + W-SUSPENS-LIBERE
           PERFORM CONVERTIR-VIREMENT
           MOVE SPACES            TO E-VIRMNTX
           MOVE W-CODEP-PAYE      TO VI-CODEP
           MOVE NT-CODEP          TO VI-CODEP-AYANT-DROIT
           MOVE NT-CODEP-GROUPE   TO VI-CODEP-GROUPE
           MOVE NT-PERIODE        TO VI-PERIODE
           MOVE BP-IBAN           TO VI-IBAN
           MOVE BP-BIC            TO VI-BIC
           MOVE W-MONTANT-DEVISE  TO VI-MONTANT
           MOVE W-DEVISE-VIREMENT TO VI-DEVISE
           WRITE E-VIRMNTX
           ADD 1 TO NB-VIREMENTS-EMIS
           ADD W-MONTANT-VIREMENT TO W-TOTAL-VIRE
           .

      *    LE MONTANT DU EN EUROS EST CONVERTI AU TAUX DEVISHG1 EN
      *    VIGUEUR LE JOUR DU PAIEMENT (EUROS = DEVISE X TAUX) ; SANS
      *    TAUX CONNU POUR LA DEVISE, LE VIREMENT PART EN EUROS
       CONVERTIR-VIREMENT.
           MOVE 'EUR'              TO W-DEVISE-VIREMENT
           MOVE W-MONTANT-VIREMENT TO W-MONTANT-DEVISE
           IF BP-DEVISE-PAIEMENT NOT = SPACES
                   AND BP-DEVISE-PAIEMENT NOT = 'EUR'
               MOVE BP-DEVISE-PAIEMENT TO W-DEVISE-RECHERCHE
               MOVE W-DATE-JOUR        TO W-DATE-RECHERCHE
               PERFORM TROUVER-TAUX-HISTORIQUE
               IF TAUX-HISTO-TROUVE AND W-TAUX-TROUVE > ZERO
                   MOVE BP-DEVISE-PAIEMENT TO W-DEVISE-VIREMENT
                   COMPUTE W-MONTANT-DEVISE ROUNDED =
                       W-MONTANT-VIREMENT / W-TAUX-TROUVE
                   COMPUTE W-CV-VIREMENT ROUNDED =
                       W-MONTANT-DEVISE * W-TAUX-TROUVE
                   COMPUTE W-ECART =
                       W-CV-VIREMENT - W-MONTANT-VIREMENT
                   ADD 1 TO NB-VIREMENTS-DEVISE
                   ADD W-ECART TO W-TOTAL-ECART-CHANGE
                   DISPLAY 'VIREMENT ' W-CODEP-PAYE ' EN '
                       W-DEVISE-VIREMENT ' ' W-MONTANT-DEVISE
                       ' AU TAUX ' W-TAUX-TROUVE
                   IF W-ECART NOT = ZERO
                       PERFORM ECRIRE-ECRITURES-CHANGE
                   END-IF
               ELSE
                   ADD 1 TO NB-DEVISES-SANS-TAUX
                   DISPLAY 'AUCUN TAUX ' BP-DEVISE-PAIEMENT
                       ' AU ' W-DATE-JOUR ', VIREMENT '
                       W-CODEP-PAYE ' EMIS EN EUR'
               END-IF
           END-IF
           .

      *    UNE CONTRE-VALEUR SUPERIEURE A LA DETTE REGLEE EST UNE
      *    PERTE DE CHANGE, INFERIEURE UN GAIN (MEME SCHEMA QUE
      *    DEVREVAL) -- REFERENCE = CODEP PAYE + PERIODE + DEVISE
       ECRIRE-ECRITURES-CHANGE.
           INITIALIZE E-GLJRNL
           MOVE W-DATE-JOUR(1:6)    TO GJ-PERIODE
           MOVE W-DATE-JOUR         TO GJ-DATE-ECRITURE
           MOVE 'EUR'               TO GJ-DEVISE
           MOVE SPACES              TO GJ-REFERENCE
           MOVE W-CODEP-PAYE        TO GJ-REFERENCE(1:6)
           MOVE NT-PERIODE          TO GJ-REFERENCE(8:6)
           MOVE W-DEVISE-VIREMENT   TO GJ-REFERENCE(15:3)
           IF W-ECART > ZERO
               MOVE W-ECART             TO W-ECART-ABSOLU
               MOVE GL-CPT-PERTE-CHANGE TO GJ-COMPTE
               MOVE 'PERTE DE CHANGE'   TO GJ-LIBELLE
               SET GJ-DEBIT             TO TRUE
               MOVE W-ECART-ABSOLU      TO GJ-MONTANT
               WRITE E-GLJRNL
               ADD 1 TO NB-ECRITURES
               MOVE GL-CPT-FOURN-REDEV  TO GJ-COMPTE
               SET GJ-CREDIT            TO TRUE
               WRITE E-GLJRNL
               ADD 1 TO NB-ECRITURES
           ELSE
               COMPUTE W-ECART-ABSOLU = ZERO - W-ECART
               MOVE GL-CPT-FOURN-REDEV  TO GJ-COMPTE
               MOVE 'GAIN DE CHANGE'    TO GJ-LIBELLE
               SET GJ-DEBIT             TO TRUE
               MOVE W-ECART-ABSOLU      TO GJ-MONTANT
               WRITE E-GLJRNL
               ADD 1 TO NB-ECRITURES
               MOVE GL-CPT-GAIN-CHANGE  TO GJ-COMPTE
               SET GJ-CREDIT            TO TRUE
               WRITE E-GLJRNL
               ADD 1 TO NB-ECRITURES
           END-IF
           .

       METTRE-EN-SUSPENS.
           MOVE W-CODEP-PAYE TO SU-CODEP
           READ SUSPENS-KSDS
               INVALID KEY
                   MOVE SPACES           TO E-SUSPENS
                   MOVE W-CODEP-PAYE     TO SU-CODEP
                   MOVE W-MONTANT-NET TO SU-MONTANT
                   MOVE W-DATE-JOUR      TO SU-DATE-PREMIERE
                   MOVE W-DATE-JOUR      TO SU-DATE-DERNIERE
                   WRITE E-SUSPENS
               NOT INVALID KEY
                   ADD W-MONTANT-NET TO SU-MONTANT
                   IF SU-DATE-PREMIERE = ZERO
                       MOVE W-DATE-JOUR TO SU-DATE-PREMIERE
                   END-IF
                   REWRITE E-SUSPENS
           END-READ
           ADD 1 TO NB-MISES-EN-SUSPENS
           ADD W-MONTANT-NET TO W-TOTAL-SUSPENS
           DISPLAY 'MIS EN SUSPENS ' W-CODEP-PAYE
               ' (COORDONNEES ABSENTES OU INUTILISABLES) MONTANT '
               W-MONTANT-NET
           IF NT-CODEP-GROUPE NOT = SPACES
               DISPLAY '       PART DU GROUPE ' NT-CODEP-GROUPE
           END-IF
           .

      *    COTISATIONS SOCIALES DES ARTISTES-AUTEURS -- CHAQUE TYPE DU
      *    BAREME EST APPLIQUE AU TAUX DE SA LIGNE LA PLUS RECENTE EN
      *    VIGUEUR A LA DATE DE REGLEMENT. L ASSUJETTISSEMENT EST CELUI
      *    DE L AYANT DROIT D ORIGINE, PAS DU BENEFICIAIRE D UNE
      *    REDIRECTION
       PRECOMPTER-COTISATIONS.
           MOVE ZERO TO W-COTIS-REMISE
           PERFORM DETERMINER-ASSUJETTISSEMENT
           IF ASSUJETTI AND W-REMISE-TOTAL > W-REMISE-LABELS
               COMPUTE W-BASE-COTIS =
                   W-REMISE-TOTAL - W-REMISE-LABELS
               PERFORM EXAMINER-TAUX
                   VARYING IDX-TT FROM 1 BY 1
                   UNTIL IDX-TT > NB-TAUX
               IF W-COTIS-REMISE > ZERO
                   ADD 1 TO NB-REMISES-COTISEES
               END-IF
           END-IF
           COMPUTE W-MONTANT-NET = W-REMISE-TOTAL - W-COTIS-REMISE
           .

      *    UN AYANT DROIT ABSENT DE PERSONG1 (CF LIRE-AYANT-DROIT)
      *    EST TRAITE COMME ASSUJETTI ET SIGNALE
       DETERMINER-ASSUJETTISSEMENT.
           SET ASSUJETTI TO TRUE
           IF PERSONNE-INCONNUE
               DISPLAY 'AYANT DROIT ' NT-CODEP
                   ' ABSENT DU FICHIER PERSONNE, COTISATIONS '
                   'PRECOMPTEES'
           ELSE
               IF PE-EXONERE
                   SET EXONERE TO TRUE
                   ADD 1 TO NB-REMISES-EXONEREES
               END-IF
           END-IF
           .

      *    LA LIGNE EST EN VIGUEUR SI SA DATE D EFFET EST ATTEINTE ET
      *    QU AUCUNE LIGNE PLUS RECENTE DU MEME TYPE NE L EST AUSSI
       EXAMINER-TAUX.
           IF TT-DATE-EFFET (IDX-TT) NOT > W-DATE-JOUR
               SET TAUX-EN-VIGUEUR TO TRUE
               IF IDX-TT < NB-TAUX
                   IF TT-CODE-COTIS (IDX-TT + 1) =
                           TT-CODE-COTIS (IDX-TT)
                           AND TT-DATE-EFFET (IDX-TT + 1)
                               NOT > W-DATE-JOUR
                       SET TAUX-REMPLACE TO TRUE
                   END-IF
               END-IF
               IF TAUX-EN-VIGUEUR
                   PERFORM APPLIQUER-TAUX
               END-IF
           END-IF
           .

      *    UNE RELANCE SUR LES MEMES REMISES REMPLACE LA LIGNE NON
      *    ENCORE DECLAREE ; UNE LIGNE DEJA DECLAREE (COTISDEC) EST
      *    CONSERVEE ET SON MONTANT RESTE CELUI PRECOMPTE
       APPLIQUER-TAUX.
           COMPUTE W-ASSIETTE-COTIS ROUNDED =
               W-BASE-COTIS * TT-ASSIETTE-PCT (IDX-TT) / 100
           COMPUTE W-MONTANT-COTIS ROUNDED =
               W-ASSIETTE-COTIS * TT-TAUX (IDX-TT) / 100
           MOVE NT-CODEP              TO CS-CODEP
           MOVE NT-PERIODE            TO CS-PERIODE
           MOVE NT-CODEP-GROUPE       TO CS-CODEP-GROUPE
           MOVE TT-CODE-COTIS (IDX-TT) TO CS-CODE-COTIS
           READ COTISOC-KSDS
               INVALID KEY
                   IF W-MONTANT-COTIS > ZERO
                       MOVE SPACES                TO E-COTISOC
                       MOVE NT-CODEP              TO CS-CODEP
                       MOVE NT-PERIODE            TO CS-PERIODE
                       MOVE NT-CODEP-GROUPE       TO CS-CODEP-GROUPE
                       MOVE TT-CODE-COTIS (IDX-TT) TO CS-CODE-COTIS
                       PERFORM REPRENDRE-COTISATION
                       WRITE E-COTISOC
                   END-IF
               NOT INVALID KEY
                   IF CS-NON-DECLAREE
                       PERFORM REPRENDRE-COTISATION
                       REWRITE E-COTISOC
                   ELSE
                       MOVE CS-MONTANT TO W-MONTANT-COTIS
                       DISPLAY 'COTISATION ' CS-CODE-COTIS ' DE '
                           NT-CODEP ' PERIODE ' NT-PERIODE
                           ' DEJA DECLAREE, MONTANT CONSERVE'
                   END-IF
           END-READ
           IF W-MONTANT-COTIS > ZERO
               ADD 1 TO NB-LIGNES-COTISATION
               ADD W-MONTANT-COTIS TO W-COTIS-REMISE
               ADD W-MONTANT-COTIS TO W-TOTAL-COTIS
           END-IF
           .

       REPRENDRE-COTISATION.
           MOVE W-ASSIETTE-COTIS      TO CS-ASSIETTE
           MOVE TT-TAUX (IDX-TT)      TO CS-TAUX
           MOVE W-MONTANT-COTIS       TO CS-MONTANT
           MOVE W-DATE-JOUR           TO CS-DATE-RETENUE
           MOVE ZERO                  TO CS-TRIMESTRE-DECLARE
           MOVE ZERO                  TO CS-DATE-DECLARATION
           .

      *    BAREME LU DANS L ORDRE DE LA CLE (TYPE PUIS DATE D EFFET),
      *    CE QUE SUPPOSE EXAMINER-TAUX
       CHARGER-BAREME.
           SET NON-FIN-TAUX TO TRUE
           PERFORM UNTIL FIN-TAUX
               READ TAUXCOT-KSDS NEXT RECORD
                   AT END
                       SET FIN-TAUX TO TRUE
                   NOT AT END
                       IF NB-TAUX < 100
                           ADD 1 TO NB-TAUX
                           MOVE TX-CODE-COTIS
                               TO TT-CODE-COTIS (NB-TAUX)
                           MOVE TX-DATE-EFFET
                               TO TT-DATE-EFFET (NB-TAUX)
                           MOVE TX-TAUX
                               TO TT-TAUX (NB-TAUX)
                           MOVE TX-ASSIETTE-PCT
                               TO TT-ASSIETTE-PCT (NB-TAUX)
                       ELSE
                           DISPLAY 'BAREME DES COTISATIONS TRONQUE A '
                               '100 LIGNES'
                           SET FIN-TAUX TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    CHARGEMENT EN TABLE DE L HISTORIQUE DES TAUX DE CHANGE
      *    (CF DEVREVAL POUR LE MEME PRINCIPE)
       CHARGER-TABLE-DEVISES.
           MOVE ZERO TO NB-TAUX-HISTO
           PERFORM LECTURE-ENRG-DEVISEH
           PERFORM UNTIL FIN-DEVISEH
               IF NB-TAUX-HISTO < 500
                   ADD 1 TO NB-TAUX-HISTO
                   MOVE DH-DEVISE TO TD-DEVISE (NB-TAUX-HISTO)
                   MOVE DH-DATE-EFFET
                       TO TD-DATE-EFFET (NB-TAUX-HISTO)
                   MOVE DH-TAUX TO TD-TAUX (NB-TAUX-HISTO)
               END-IF
               PERFORM LECTURE-ENRG-DEVISEH
           END-PERFORM
           .

      *    TAUX DE LA DEVISE DONT LA DATE D EFFET EST LA PLUS RECENTE
      *    SANS DEPASSER LA DATE RECHERCHEE
       TROUVER-TAUX-HISTORIQUE.
           SET TAUX-HISTO-NON-TROUVE TO TRUE
           MOVE 1 TO W-TAUX-TROUVE
           MOVE LOW-VALUES TO W-DATE-EFFET-RETENU
           PERFORM VARYING IDX-TD FROM 1 BY 1
                   UNTIL IDX-TD > NB-TAUX-HISTO
               IF TD-DEVISE (IDX-TD) = W-DEVISE-RECHERCHE
                       AND TD-DATE-EFFET (IDX-TD)
                           <= W-DATE-RECHERCHE
                       AND TD-DATE-EFFET (IDX-TD)
                           >= W-DATE-EFFET-RETENU
                   MOVE TD-DATE-EFFET (IDX-TD)
                       TO W-DATE-EFFET-RETENU
                   MOVE TD-TAUX (IDX-TD) TO W-TAUX-TROUVE
                   SET TAUX-HISTO-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

       LECTURE-ENRG-DEVISEH.
           READ DEVISEH-KSDS NEXT RECORD
               AT END
                   SET FIN-DEVISEH TO TRUE
               NOT AT END
                   SET NON-FIN-DEVISEH TO TRUE
           END-READ
           .

       FIN-TRAITEMENT.
           CLOSE ROYALNTX-FILE
           CLOSE REDIRECT-KSDS
           CLOSE BNQPERS-KSDS
           CLOSE MODATT-KSDS
           CLOSE SUSPENS-KSDS
           CLOSE PERSONNE-KSDS
           CLOSE TAUXCOT-KSDS
           CLOSE COTISOC-KSDS
           CLOSE REPORTDR-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE GLJRNL-FILE
           CLOSE VIRMNTX-FILE
           STOP RUN
           .
           DISPLAY 'MONTANT MIS EN SUSPENS    : ' W-TOTAL-SUSPENS
               ' EUR'
           DISPLAY 'SUSPENS LIBERES           : ' NB-SUSPENS-LIBERES
           DISPLAY 'COORDONNEES INVALIDEES    : ' NB-COORD-INVALIDES
           DISPLAY 'COORDONNEES EN ATTENTE    : ' NB-COORD-EN-ATTENTE
           DISPLAY 'COORDONNEES EN CARENCE    : ' NB-COORD-EN-CARENCE
           DISPLAY 'PAIEMENTS REDIRIGES       : ' NB-REDIRECTIONS
           DISPLAY 'PARTS DE MEMBRES REGLEES  : ' NB-PARTS-GROUPE
           DISPLAY 'REMISES COTISEES          : ' NB-REMISES-COTISEES
           DISPLAY 'REMISES EXONEREES         : ' NB-REMISES-EXONEREES
           DISPLAY 'LIGNES DE COTISATION      : ' NB-LIGNES-COTISATION
           DISPLAY 'COTISATIONS PRECOMPTEES   : ' W-TOTAL-COTIS ' EUR'
           DISPLAY 'VIREMENTS EN DEVISE       : ' NB-VIREMENTS-DEVISE
           DISPLAY 'DEVISES SANS TAUX (EUR)   : ' NB-DEVISES-SANS-TAUX
           DISPLAY 'ECART DE CHANGE REALISE   : ' W-TOTAL-ECART-CHANGE
               ' EUR'
           DISPLAY 'ECRITURES DE CHANGE       : ' NB-ECRITURES
           DISPLAY 'REPORTS HORS RELEVE       : ' NB-REPORTS-HORS-RELEVE
           DISPLAY 'REPORTS SOUS LE SEUIL     : ' NB-REPORTS-SOUS-SEUIL
           DISPLAY 'MONTANT REPORTE           : ' W-TOTAL-REPORTE
               ' EUR'
           DISPLAY 'REPORTS REPRIS            : ' NB-REPORTS-REPRIS
           DISPLAY 'MONTANT REPRIS            : ' W-TOTAL-REPRIS ' EUR'
           DISPLAY '---------------------------------------------'
           .

