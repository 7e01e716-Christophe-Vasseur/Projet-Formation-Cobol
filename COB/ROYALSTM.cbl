      *                                                                *
      *      RELEVE DE DROITS D AUTEUR PAR AYANT DROIT (PE-CODEP)       *
      *      UNE PAGE PAR ARTISTE, DESTINE A L ENVOI POSTAL             *
      *      DROITS SUR LE MERCHANDISING EN SECTION A PART             *
      *      RELEVE D UN GROUPE : REPARTITION ENTRE SES MEMBRES        *
      *      COTISATIONS SOCIALES PRECOMPTEES PAR ROYALSET SUR LA      *
      *      PERIODE DU RELEVE (COTISG1) EN FIN DE RELEVE              *
      *      TOTAL REPRIS DANS LA DEVISE DE PAIEMENT DU BENEFICIAIRE   *
      *      (BNQPERG1) AU TAUX DEVISHG1 DU JOUR DU RELEVE             *
      *      RELEVE EDITE SUR LES SEULES PERIODES DE RELEVE DE L AYANT *
      *      DROIT (PE-FREQ-RELEVE), AVEC LE REPORT REPRIS ET LE       *
      *      REPORT SOUS LE SEUIL DE PAIEMENT (REPORG1)                *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

               FILE STATUS F-AL-STATUS
               .

      *    LIBELLE DES ARTICLES DE MERCHANDISING (LIGNES D EXTRAIT
      *    RX-LIGNE-MERCH, CF MERCH.cpy)
           SELECT MERCH-KSDS
               ASSIGN TO DDMERCH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ME-CODEM
               FILE STATUS F-ME-STATUS
               .

      *    MEMBRES DES GROUPES AVEC LEUR PART (CF MEMBRE.cpy) -- LE
      *    RELEVE D UN GROUPE SE TERMINE PAR LA REPARTITION ENTRE SES
      *    MEMBRES
           SELECT MEMBRE-KSDS
               ASSIGN TO DDMEMBRE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MG-CLE
               FILE STATUS F-MG-STATUS
               .

      *    COTISATIONS SOCIALES PRECOMPTEES AU REGLEMENT (ROYALSET)
           SELECT COTISOC-KSDS
               ASSIGN TO DDCOTISO
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CLE
               FILE STATUS F-CS-STATUS
               .

      *    COORDONNEES BANCAIRES DU BENEFICIAIRE (DEVISE DE PAIEMENT)
           SELECT BNQPERS-KSDS
               ASSIGN TO DDBNQPER
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BP-CODEP
               FILE STATUS F-BP-STATUS
               .

      *    HISTORIQUE DES TAUX DE CHANGE, CHARGE EN TABLE AU DEMARRAGE
           SELECT DEVISEH-KSDS
               ASSIGN TO DDDEVISH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
               .

      *    REMISES REPORTEES PAR ROYALSET (HORS RELEVE, SOUS LE SEUIL)
           SELECT REPORTDR-KSDS
               ASSIGN TO DDREPORT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RP-CLE
               FILE STATUS F-RP-STATUS
               .

      *    RELEVE IMPRIMABLE, 132 COLONNES, UNE PAGE PAR ARTISTE
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
       FILE SECTION.

       FD ROYALX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALX
           .

      *    ZONE DE TRI -- MEME DECOUPAGE QUE E-ROYALX, SOUS UN AUTRE NOM
      *    DE GROUPE COMME L EXIGE LA CLAUSE SD
       SD SORT-WORK
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS SD-ROYALX
           .

       01 SD-ROYALX.
           05 SD-RX-CODEA           PIC X(06).
           05 SD-RX-CODEP           PIC X(06).
           05 SD-RX-SIREN           PIC X(05).
           05 SD-RX-PERIODE         PIC 9(06).
           05 SD-RX-MONTANT-DU      PIC 9(09)V9(02).
           05 SD-RX-DEVISE          PIC X(03).
           05 SD-RX-MONTANT-RETENU  PIC 9(09)V9(02).
           05 SD-RX-MONTANT-LIBERE  PIC 9(09)V9(02).
           05 SD-RX-TYPE-LIGNE      PIC X(01).
               88 SD-RX-LIGNE-MERCH     VALUE 'M'.
           05 SD-RX-ABATTEMENT-CD   PIC 9(09)V9(02).
           05 SD-RX-ABATTEMENT-VINYLE PIC 9(09)V9(02).
           05 FILLER                PIC X(08).

       FD REDIRECT-KSDS
           RECORD 80 CHARACTERS
      *    REDIRECT.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX
      *    ECRANS)
       01 E-REDIRECT.
           05 RD-CODEP             PIC X(06).
           05 RD-CODEP-BENEF       PIC X(06).
           05 RD-DATE-EFFET        PIC 9(08).
           05 RD-MOTIF             PIC X(20).
           05 FILLER               PIC X(40).

       FD ADRPERS-KSDS
           RECORD 80 CHARACTERS
      *    ADRPERS.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX
      *    ECRANS)
       01 E-ADRPERS.
           05 AD-CODEP             PIC X(06).
           05 AD-RUE               PIC X(30).
           05 AD-CODE-POSTAL       PIC X(05).
           05 AD-VILLE             PIC X(20).
           05 AD-PAYS              PIC X(15).
           05 FILLER               PIC X(04).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
       COPY PERSONNE.

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

       FD MEMBRE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MEMBRE
           .

       COPY MEMBRE.

       FD COTISOC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COTISOC
           .

       COPY COTISOC.

       FD BNQPERS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-BNQPERS
           .

       COPY BNQPERS.

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

       FD REPORTDR-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPORTDR
           .

       COPY REPORTDR.

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LIGNE
       77 F-RD-STATUS             PIC X(02) VALUE '00'.
       77 F-AD-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-ME-STATUS             PIC X(02) VALUE '00'.
       77 F-MG-STATUS             PIC X(02) VALUE '00'.
       77 F-CS-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.
       77 F-BP-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RP-STATUS             PIC X(02) VALUE '00'.

      * EN-TETE DE PAGE (UNE PAGE PAR ARTISTE)
       01 W-LIGNE-TITRE.
       01 W-LIGNE-ARTISTE.
           05 FILLER                  PIC X(11) VALUE 'AYANT DROIT'.
           05 FILLER                  PIC X(01).
           05 W-LA-CODEP              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LA-IDENTITE           PIC X(25).
           05 FILLER                  PIC X(90).

      * MAQUETTE DE LA LIGNE DETAIL (UNE LIGNE PAR CONTRAT DE L ARTISTE)
       01 W-LIGNE-DETAIL.
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREA             PIC X(20).
           05 FILLER                  PIC X(01).
           05 W-LD-DEVISE             PIC X(03).
           05 FILLER                  PIC X(77).

      * EN-TETE DE LA SECTION DES DROITS SUR LE MERCHANDISING, A LA
      * SUITE DES LIGNES ALBUMS DE L ARTISTE
       01 W-LIGNE-SECTION-MERCH.
           05 FILLER                  PIC X(30)
               VALUE 'DROITS SUR LE MERCHANDISING'.
           05 FILLER                  PIC X(102).

       01 W-LIGNE-ENTETE-MERCH.
           05 FILLER                  PIC X(04) VALUE 'CODM'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(20) VALUE 'LIBELLE ARTICLE'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(05) VALUE 'SIREN'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(06) VALUE 'PERIOD'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(12) VALUE 'MONTANT DU'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'DEV'.
           05 FILLER                  PIC X(77).

      * SOUS-TOTAL DE LA SECTION MERCHANDISING
       01 W-LIGNE-TOTAL-MERCH.
           05 FILLER                  PIC X(30)
               VALUE 'DONT MERCHANDISING'.
           05 FILLER                  PIC X(01).
           05 W-LT3-MONTANT           PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(85).

      * LIGNES D ITEMISATION DE LA RESERVE SUR RETOURS (RETENUE DE
      * LA PERIODE ET RESERVES ANTERIEURES LIBEREES, CF RESERVE.cpy)
       01 W-LIGNE-RESERVE.
           05 W-LR-LIBERE             PIC Z(8)9,99.
           05 FILLER                  PIC X(88).

      * LIGNES D ITEMISATION DES ABATTEMENTS EMBALLAGE DEDUITS DE
      * L ASSIETTE DES VENTES CD ET VINYLE (CF CTRFORMT.cpy)
       01 W-LIGNE-ABATTEMENT.
           05 FILLER                  PIC X(06).
           05 W-LB-LIBELLE            PIC X(30).
           05 W-LB-MONTANT            PIC Z(8)9,99.
           05 FILLER                  PIC X(84).

      * LIGNE DE TOTAL DE FIN DE RELEVE (CUMUL DES CONTRATS DE L ARTISTE)
       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(30)
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(85).

      * REPORTS DE L AYANT DROIT SUR LA PERIODE DU RELEVE (CF
      * REPORTDR.cpy) -- CUMUL DES RELEVES PRECEDENTS REPRIS DANS LE
      * REGLEMENT, ET MONTANT REPORTE CAR SOUS LE SEUIL DE PAIEMENT
       01 W-LIGNE-REPORT-REPRIS.
           05 FILLER                  PIC X(30)
               VALUE 'REPORT DES RELEVES PRECEDENTS'.
           05 FILLER                  PIC X(01).
           05 W-LR2-MONTANT           PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(85).

       01 W-LIGNE-REPORT-SEUIL.
           05 FILLER                  PIC X(30)
               VALUE 'REPORTE AU PROCHAIN RELEVE'.
           05 FILLER                  PIC X(01).
           05 W-LS-MONTANT            PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(33)
               VALUE '  (SOUS LE SEUIL DE PAIEMENT DE'.
           05 W-LS-SEUIL              PIC Z(4)9,99.
           05 FILLER                  PIC X(06) VALUE ' EUR)'.
           05 FILLER                  PIC X(38).

       77 W-REPORT-REPRIS            PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPORT-SEUIL             PIC 9(11)V9(02) VALUE ZERO.
       77 W-SEUIL-PAIEMENT           PIC 9(05)V9(02) VALUE ZERO.
       77 NB-RELEVES-DIFFERES        PIC 9(05) VALUE ZERO.
       77 NB-RELEVES-REPORTES        PIC 9(05) VALUE ZERO.
       01 W-PERIODE-RELEVE.
           05 W-PRL-ANNEE             PIC 9(04).
           05 W-PRL-MOIS              PIC 9(02).
       01 RELEVE-IND                 PIC 9.
           88 RELEVE-A-EDITER            VALUE 1.
           88 RELEVE-DIFFERE             VALUE 2.
       01 FIN-REPORTS-IND            PIC 9.
           88 FIN-REPORTS                VALUE 1.
           88 NON-FIN-REPORTS            VALUE 2.

      * CONTRE-VALEUR DU TOTAL DANS LA DEVISE DE PAIEMENT DU
      * BENEFICIAIRE -- LE VIREMENT EST CONVERTI PAR ROYALSET AU TAUX
      * DU JOUR DE PAIEMENT, LE MONTANT EDITE EST DONC INDICATIF
       01 W-LIGNE-TOTAL-DEVISE.
           05 FILLER                  PIC X(30)
               VALUE 'SOIT EN DEVISE DE PAIEMENT'.
           05 FILLER                  PIC X(01).
           05 W-LV-MONTANT            PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 W-LV-DEVISE             PIC X(03).
           05 FILLER                  PIC X(10) VALUE '  AU TAUX'.
           05 W-LV-TAUX               PIC ZZ9,9999.
           05 FILLER                  PIC X(04) VALUE ' DU'.
           05 W-LV-DATE-EFFET         PIC X(08).
           05 FILLER                  PIC X(55).

       01 W-LIGNE-NOTE-DEVISE.
           05 FILLER                  PIC X(06).
           05 FILLER                  PIC X(60) VALUE
               'VIREMENT CONVERTI AU TAUX DU JOUR DE PAIEMENT'.
           05 FILLER                  PIC X(66).

      *    HISTORIQUE DES TAUX CHARGE EN MEMOIRE (CF DEVREVAL)
       01 TABLE-DEVISES.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-DEVISE           PIC X(03).
               10 TD-DATE-EFFET       PIC X(08).
               10 TD-TAUX             PIC 9(03)V9(04).
       77 NB-TAUX-HISTO              PIC 9(03) VALUE ZERO.
       77 W-DATE-EFFET-RETENU        PIC X(08).
       77 W-DATE-RECHERCHE           PIC X(08).
       77 W-DEVISE-RECHERCHE         PIC X(03).
       77 W-TAUX-TROUVE              PIC 9(03)V9(04) VALUE 1.
       01 TAUX-HISTO-IND             PIC 9.
           88 TAUX-HISTO-TROUVE          VALUE 1.
           88 TAUX-HISTO-NON-TROUVE      VALUE 2.
       01 FIN-DEVISEH-IND            PIC 9.
           88 FIN-DEVISEH                VALUE 1.
           88 NON-FIN-DEVISEH            VALUE 2.

      * AYANT DROIT EFFECTIVEMENT PAYE (BENEFICIAIRE D UNE REDIRECTION
      * EN VIGUEUR, SINON L AYANT DROIT DU RELEVE)
       77 W-CODEP-PAYE               PIC X(06) VALUE SPACES.
       77 W-MONTANT-DEVISE           PIC 9(11)V9(02) VALUE ZERO.
       77 NB-RELEVES-DEVISE          PIC 9(05) VALUE ZERO.

      * COTISATIONS SOCIALES PRECOMPTEES SUR LA REMISE DE LA PERIODE
      * DU RELEVE (CF COTISOC.cpy) -- L ASSIETTE EST CELLE DE LA
      * REMISE REGLEE (TOUTES SOURCES DE DROITS CONFONDUES)
       01 W-LIGNE-SECTION-COTIS.
           05 FILLER                  PIC X(50)
               VALUE 'COTISATIONS SOCIALES PRECOMPTEES AU REGLEMENT'.
           05 FILLER                  PIC X(82).

       01 W-LIGNE-COTISATION.
           05 FILLER                  PIC X(06).
           05 FILLER                  PIC X(11) VALUE 'COTISATION'.
           05 W-LC-CODE               PIC X(04).
           05 FILLER                  PIC X(11) VALUE '  ASSIETTE'.
           05 W-LC-ASSIETTE           PIC Z(8)9,99.
           05 FILLER                  PIC X(07) VALUE '  TAUX'.
           05 W-LC-TAUX               PIC Z9,9999.
           05 FILLER                  PIC X(10) VALUE '  MONTANT'.
           05 W-LC-MONTANT            PIC Z(6)9,99.
           05 FILLER                  PIC X(54).

       01 W-LIGNE-TOTAL-COTIS.
           05 FILLER                  PIC X(30)
               VALUE 'TOTAL COTISATIONS PRECOMPTEES'.
           05 FILLER                  PIC X(01).
           05 W-LT4-MONTANT           PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(85).

       77 W-TOTAL-COTIS-ARTISTE      PIC 9(11)V9(02) VALUE ZERO.
       77 NB-RELEVES-COTISES         PIC 9(05) VALUE ZERO.
       01 FIN-COTIS-IND              PIC 9.
           88 FIN-COTIS                  VALUE 1.
           88 NON-FIN-COTIS              VALUE 2.

      * BLOC D ADRESSE POSTALE EN TETE DE RELEVE (MIS SOUS PLI)
       01 W-LIGNE-ADR-RUE.
           05 FILLER                  PIC X(01).
      * LIGNE DE RAPPEL D UNE REDIRECTION DE PAIEMENT EN PLACE
       01 W-LIGNE-REDIRECTION.
           05 FILLER                  PIC X(08) VALUE 'PAYE A '.
           05 W-LX-BENEF              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LX-BENEF-IDENT        PIC X(25).
           05 FILLER                  PIC X(20)
               VALUE ' POUR LE COMPTE DE '.
           05 W-LX-CODEP              PIC X(06).
           05 FILLER                  PIC X(70).

      * REPARTITION DU TOTAL D UN GROUPE ENTRE SES MEMBRES, AU
      * PRORATA DES PARTS DE LA FORMATION EN VIGUEUR SUR LA PERIODE
      * (MEME CALCUL QUE L ECLATEMENT DES REMISES PAR ROYALNET)
       01 W-LIGNE-SECTION-GROUPE.
           05 FILLER                  PIC X(40)
               VALUE 'REPARTITION ENTRE LES MEMBRES DU GROUPE'.
           05 FILLER                  PIC X(92).

       01 W-LIGNE-ENTETE-GROUPE.
           05 FILLER                  PIC X(04) VALUE 'CODP'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(25) VALUE 'MEMBRE'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(06) VALUE 'PART %'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(12) VALUE 'MONTANT'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'DEV'.
           05 FILLER                  PIC X(78).

       01 W-LIGNE-MEMBRE.
           05 W-LM-CODEP              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LM-IDENTITE           PIC X(25).
           05 FILLER                  PIC X(01).
           05 W-LM-PART               PIC ZZ9,99.
           05 FILLER                  PIC X(01).
           05 W-LM-MONTANT            PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(78).

      * MEMBRES DU GROUPE EN VIGUEUR SUR LA PERIODE DU RELEVE
       01 TABLE-MEMBRES.
           05 TM-ENTREE OCCURS 50 TIMES INDEXED BY IDX-TM.
               10 TM-CODEP            PIC X(06).
               10 TM-PART             PIC 9(03)V9(02).
       77 NB-MEMBRES-GROUPE          PIC 9(02) VALUE ZERO.
       77 W-TOTAL-PARTS              PIC 9(05)V9(02) VALUE ZERO.
       77 W-MONTANT-MEMBRE           PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-REPARTI          PIC 9(11)V9(02) VALUE ZERO.
       01 FIN-MEMBRES-IND            PIC 9.
           88 FIN-MEMBRES                VALUE 1.
           88 NON-FIN-MEMBRES            VALUE 2.

       77 W-IDENTITE-BENEF           PIC X(25) VALUE SPACES.
       77 W-DATE-JOUR-STM            PIC 9(08) VALUE ZERO.

       77 W-IDENTITE                 PIC X(25) VALUE SPACES.

      * RUPTURE DE CONTROLE SUR L AYANT DROIT (PE-CODEP)
       77 W-CODEP-RUPTURE            PIC X(06) VALUE SPACES.
       77 W-TOTAL-ARTISTE            PIC 9(11)V9(02) VALUE ZERO.
      * PERIODE DE REFERENCE DU RELEVE (LA PLUS RECENTE DES LIGNES)
       77 W-PERIODE-ARTISTE          PIC 9(06) VALUE ZERO.

      * SECTION EN COURS DU RELEVE DE L ARTISTE -- LES LIGNES ALBUMS
      * PRECEDENT LES LIGNES MERCHANDISING (ORDRE DU TRI)
       01 W-SECTION-IND              PIC 9.
           88 SECTION-ALBUMS             VALUE 1.
           88 SECTION-MERCH              VALUE 2.
       77 W-TOTAL-MERCH              PIC 9(11)V9(02) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-ARTISTES                PIC 9(05) VALUE ZERO.
       77 NB-LIGNES                  PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-MERCH            PIC 9(07) VALUE ZERO.
       77 NB-RELEVES-GROUPE          PIC 9(05) VALUE ZERO.

      * INDICATEUR DE FIN DE BALAYAGE DU FICHIER TRIE
       01 FIN-TRIE-IND               PIC 9.
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MERCH-KSDS
           IF F-ME-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MERCHANDISING'
               DISPLAY 'CODE ERREUR = ' F-ME-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MEMBRE-KSDS
           IF F-MG-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MEMBRES DE GROUPE'
               DISPLAY 'CODE ERREUR = ' F-MG-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT COTISOC-KSDS
           IF F-CS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COTISATIONS'
               DISPLAY 'CODE ERREUR = ' F-CS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT BNQPERS-KSDS
           IF F-BP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER BANQUES'
               DISPLAY 'CODE ERREUR = ' F-BP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISEH-KSDS
           IF F-DH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISHG1'
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           OPEN INPUT REPORTDR-KSDS
           IF F-RP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER REPORTS'
               DISPLAY 'CODE ERREUR = ' F-RP-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RELEVE'
           DISPLAY 'ROYALSTM - RELEVE DES DROITS PAR AYANT DROIT'
           DISPLAY '---------------------------------------------'

      *    LE FICHIER EXTRAIT (ORDRE CODEA/SIREN) EST RETRIE PAR CODEP,
      *    NATURE DE LIGNE (ALBUMS PUIS MERCHANDISING) ET CODEA ;
      *    L EDITION SE FAIT AU FIL DE LA SORTIE DU TRI
           SORT SORT-WORK
               ON ASCENDING KEY SD-RX-CODEP SD-RX-TYPE-LIGNE
                                SD-RX-CODEA
               USING ROYALX-FILE
               OUTPUT PROCEDURE IS EDITER-RELEVE
               .
           PERFORM RETOUR-ENRG-TRIE
           PERFORM UNTIL FIN-TRIE
               IF PREMIER-ARTISTE OR SD-RX-CODEP NOT = W-CODEP-RUPTURE
                   IF NOT PREMIER-ARTISTE AND RELEVE-A-EDITER
                       PERFORM EDITER-TOTAL-ARTISTE
                   END-IF
                   PERFORM DETERMINER-PERIODE-RELEVE
                   IF RELEVE-A-EDITER
                       PERFORM DEMARRER-NOUVEL-ARTISTE
                   ELSE
                       MOVE SD-RX-CODEP TO W-CODEP-RUPTURE
                       ADD 1 TO NB-RELEVES-DIFFERES
                   END-IF
                   SET PAS-PREMIER-ARTISTE TO TRUE
               END-IF
               IF RELEVE-A-EDITER
                   PERFORM EDITER-LIGNE-DETAIL
               END-IF
               PERFORM RETOUR-ENRG-TRIE
           END-PERFORM
           IF NOT PREMIER-ARTISTE AND RELEVE-A-EDITER
               PERFORM EDITER-TOTAL-ARTISTE
           END-IF
           .
           END-RETURN
           .

      *    MEME REGLE QUE ROYALSET : TOUTES LES PERIODES EN
      *    TRIMESTRIEL, AVRIL A JUIN ET OCTOBRE A DECEMBRE EN
      *    SEMESTRIEL, OCTOBRE A DECEMBRE EN ANNUEL -- HORS DE SES
      *    PERIODES, LA REMISE DE L AYANT DROIT EST REPORTEE ET SON
      *    RELEVE N EST PAS EDITE
       DETERMINER-PERIODE-RELEVE.
           SET RELEVE-A-EDITER TO TRUE
           MOVE ZERO TO W-SEUIL-PAIEMENT
           MOVE SD-RX-PERIODE TO W-PERIODE-RELEVE
           MOVE SD-RX-CODEP TO PE-CODEP
           READ PERSONNE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PE-SEUIL-PAIEMENT NUMERIC
                       MOVE PE-SEUIL-PAIEMENT TO W-SEUIL-PAIEMENT
                   END-IF
                   IF PE-RELEVE-SEMESTRIEL
                       IF W-PRL-MOIS < 4
                               OR (W-PRL-MOIS > 6 AND W-PRL-MOIS < 10)
                           SET RELEVE-DIFFERE TO TRUE
                       END-IF
                   END-IF
                   IF PE-RELEVE-ANNUEL
                       IF W-PRL-MOIS < 10
                           SET RELEVE-DIFFERE TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       DEMARRER-NOUVEL-ARTISTE.
           MOVE SD-RX-CODEP TO W-CODEP-RUPTURE
           MOVE SD-RX-CODEP TO W-CODEP-PAYE
           MOVE ZERO TO W-TOTAL-ARTISTE
           MOVE ZERO TO W-TOTAL-MERCH
           MOVE ZERO TO W-PERIODE-ARTISTE
           SET SECTION-ALBUMS TO TRUE
           ADD 1 TO NB-ARTISTES
           ADD 1 TO W-NUM-PAGE
           PERFORM LIRE-PERSONNE
                   CONTINUE
               NOT INVALID KEY
                   IF RD-DATE-EFFET NOT > W-DATE-JOUR-STM
                       MOVE RD-CODEP-BENEF TO W-CODEP-PAYE
                       MOVE 'BENEFICIAIRE INCONNU'
                           TO W-IDENTITE-BENEF
                       MOVE RD-CODEP-BENEF TO PE-CODEP
           .

       EDITER-LIGNE-DETAIL.
           IF SD-RX-LIGNE-MERCH
               IF SECTION-ALBUMS
                   PERFORM OUVRIR-SECTION-MERCH
               END-IF
               PERFORM LIRE-ARTICLE
               ADD SD-RX-MONTANT-DU TO W-TOTAL-MERCH
               ADD 1 TO NB-LIGNES-MERCH
           ELSE
               PERFORM LIRE-ALBUM
           END-IF
           MOVE SD-RX-CODEA          TO W-LD-CODEA
           MOVE W-TITREA             TO W-LD-TITREA
           MOVE SD-RX-SIREN          TO W-LD-SIREN
               MOVE SD-RX-MONTANT-LIBERE TO W-LR-LIBERE
               WRITE PRINT-LIGNE FROM W-LIGNE-LIBERE
           END-IF
      *    LES ABATTEMENTS EMBALLAGE SONT ITEMISES PAR SUPPORT SOUS
      *    LA LIGNE DU CONTRAT (DEJA DEDUITS DE L ASSIETTE DU MONTANT
      *    DU) ; ABSENTS DES LIGNES MERCHANDISING
           IF NOT SD-RX-LIGNE-MERCH
               PERFORM EDITER-ABATTEMENTS
           END-IF
           ADD SD-RX-MONTANT-DU TO W-TOTAL-ARTISTE
           IF SD-RX-PERIODE > W-PERIODE-ARTISTE
               MOVE SD-RX-PERIODE TO W-PERIODE-ARTISTE
           END-IF
           ADD 1 TO NB-LIGNES
           .

      *    LES ZONES D ABATTEMENT NE SONT NUMERIQUES QUE SUR LES
      *    EXTRAITS PRODUITS DEPUIS L INTRODUCTION DES BAREMES PAR
      *    SUPPORT (A BLANC AUPARAVANT)
       EDITER-ABATTEMENTS.
           IF SD-RX-ABATTEMENT-CD IS NUMERIC
                   AND SD-RX-ABATTEMENT-CD > ZERO
               MOVE 'ABATTEMENT EMBALLAGE CD'  TO W-LB-LIBELLE
               MOVE SD-RX-ABATTEMENT-CD        TO W-LB-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-ABATTEMENT
           END-IF
           IF SD-RX-ABATTEMENT-VINYLE IS NUMERIC
                   AND SD-RX-ABATTEMENT-VINYLE > ZERO
               MOVE 'ABATTEMENT EMBALLAGE VINYLE' TO W-LB-LIBELLE
               MOVE SD-RX-ABATTEMENT-VINYLE    TO W-LB-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-ABATTEMENT
           END-IF
           .

      *    PREMIERE LIGNE MERCHANDISING DE L ARTISTE -- EN-TETE DE LA
      *    SECTION SOUS LES LIGNES ALBUMS
       OUVRIR-SECTION-MERCH.
           SET SECTION-MERCH TO TRUE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-MERCH
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE-MERCH
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

       LIRE-ARTICLE.
           MOVE 'ARTICLE INCONNU' TO W-TITREA
           MOVE SD-RX-CODEA TO ME-CODEM
           READ MERCH-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ME-LIBELLE TO W-TITREA
           END-READ
           .

       LIRE-ALBUM.
           MOVE 'ALBUM INCONNU' TO W-TITREA
           MOVE SD-RX-CODEA TO AL-CODEA
       EDITER-TOTAL-ARTISTE.
           MOVE W-TOTAL-ARTISTE TO W-LT2-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           IF SECTION-MERCH
               MOVE W-TOTAL-MERCH TO W-LT3-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL-MERCH
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           PERFORM EDITER-REPORTS
           PERFORM EDITER-TOTAL-DEVISE
           PERFORM CHARGER-MEMBRES-GROUPE
           IF NB-MEMBRES-GROUPE > ZERO
               PERFORM EDITER-REPARTITION-GROUPE
           END-IF
           PERFORM EDITER-COTISATIONS
           .

      *    REPORTS DE L AYANT DROIT (REMISE PROPRE ET PARTS DE GROUPE)
      *    MOUVEMENTES PAR LE REGLEMENT DE LA PERIODE DU RELEVE
       EDITER-REPORTS.
           MOVE ZERO TO W-REPORT-REPRIS
           MOVE ZERO TO W-REPORT-SEUIL
           MOVE SPACES          TO E-REPORTDR
           MOVE W-CODEP-RUPTURE TO RP-CODEP
           MOVE LOW-VALUES      TO RP-CODEP-GROUPE
           SET NON-FIN-REPORTS TO TRUE
           START REPORTDR-KSDS KEY IS NOT LESS THAN RP-CLE
               INVALID KEY
                   SET FIN-REPORTS TO TRUE
           END-START
           PERFORM CUMULER-REPORT UNTIL FIN-REPORTS
           IF W-REPORT-REPRIS > ZERO
               MOVE W-REPORT-REPRIS TO W-LR2-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-REPORT-REPRIS
           END-IF
           IF W-REPORT-SEUIL > ZERO
               MOVE W-REPORT-SEUIL   TO W-LS-MONTANT
               MOVE W-SEUIL-PAIEMENT TO W-LS-SEUIL
               WRITE PRINT-LIGNE FROM W-LIGNE-REPORT-SEUIL
               ADD 1 TO NB-RELEVES-REPORTES
           END-IF
           .

       CUMULER-REPORT.
           READ REPORTDR-KSDS NEXT RECORD
               AT END
                   SET FIN-REPORTS TO TRUE
               NOT AT END
                   IF RP-CODEP NOT = W-CODEP-RUPTURE
                       SET FIN-REPORTS TO TRUE
                   ELSE
                       IF RP-PERIODE-REPRISE = W-PERIODE-ARTISTE
                           ADD RP-MONTANT-REPRIS TO W-REPORT-REPRIS
                       END-IF
                       IF RP-SOUS-SEUIL AND RP-MONTANT-TOTAL > ZERO
                               AND RP-PERIODE-DERNIERE
                                   = W-PERIODE-ARTISTE
                           ADD RP-MONTANT-TOTAL TO W-REPORT-SEUIL
                       END-IF
                   END-IF
           END-READ
           .

      *    TOTAL DU RELEVE REPRIS DANS LA DEVISE DE PAIEMENT DE
      *    L AYANT DROIT PAYE, AU TAUX EN VIGUEUR A LA DATE DU RELEVE
      *    -- RIEN N EST EDITE EN EUROS OU SANS TAUX CONNU
       EDITER-TOTAL-DEVISE.
           MOVE W-CODEP-PAYE TO BP-CODEP
           READ BNQPERS-KSDS
               INVALID KEY
                   MOVE SPACES TO BP-DEVISE-PAIEMENT
           END-READ
           IF BP-DEVISE-PAIEMENT NOT = SPACES
                   AND BP-DEVISE-PAIEMENT NOT = 'EUR'
               MOVE BP-DEVISE-PAIEMENT TO W-DEVISE-RECHERCHE
               MOVE W-DATE-JOUR-STM    TO W-DATE-RECHERCHE
               PERFORM TROUVER-TAUX-HISTORIQUE
               IF TAUX-HISTO-TROUVE AND W-TAUX-TROUVE > ZERO
                   COMPUTE W-MONTANT-DEVISE ROUNDED =
                       W-TOTAL-ARTISTE / W-TAUX-TROUVE
                   MOVE W-MONTANT-DEVISE    TO W-LV-MONTANT
                   MOVE BP-DEVISE-PAIEMENT  TO W-LV-DEVISE
                   MOVE W-TAUX-TROUVE       TO W-LV-TAUX
                   MOVE W-DATE-EFFET-RETENU TO W-LV-DATE-EFFET
                   WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL-DEVISE
                   WRITE PRINT-LIGNE FROM W-LIGNE-NOTE-DEVISE
                   ADD 1 TO NB-RELEVES-DEVISE
               END-IF
           END-IF
           .

      *    LIGNES DE COTISATION DE L AYANT DROIT POUR LA PERIODE DU
      *    RELEVE, DANS L ORDRE DE LA CLE (REMISE PROPRE PUIS PARTS DE
      *    GROUPE) -- RIEN N EST EDITE SI LE REGLEMENT N A RIEN
      *    PRECOMPTE (AYANT DROIT EXONERE OU PERIODE NON ENCORE REGLEE)
       EDITER-COTISATIONS.
           MOVE ZERO TO W-TOTAL-COTIS-ARTISTE
           MOVE SPACES            TO E-COTISOC
           MOVE W-CODEP-RUPTURE   TO CS-CODEP
           MOVE W-PERIODE-ARTISTE TO CS-PERIODE
           MOVE LOW-VALUES        TO CS-CODEP-GROUPE
           MOVE LOW-VALUES        TO CS-CODE-COTIS
           SET NON-FIN-COTIS TO TRUE
           START COTISOC-KSDS KEY IS NOT LESS THAN CS-CLE
               INVALID KEY
                   SET FIN-COTIS TO TRUE
           END-START
           PERFORM EDITER-LIGNE-COTISATION UNTIL FIN-COTIS
           IF W-TOTAL-COTIS-ARTISTE > ZERO
               ADD 1 TO NB-RELEVES-COTISES
               MOVE W-TOTAL-COTIS-ARTISTE TO W-LT4-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL-COTIS
           END-IF
           .

       EDITER-LIGNE-COTISATION.
           READ COTISOC-KSDS NEXT RECORD
               AT END
                   SET FIN-COTIS TO TRUE
               NOT AT END
                   IF CS-CODEP = W-CODEP-RUPTURE
                           AND CS-PERIODE = W-PERIODE-ARTISTE
                       IF W-TOTAL-COTIS-ARTISTE = ZERO
                           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
                           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-COTIS
                       END-IF
                       MOVE CS-CODE-COTIS TO W-LC-CODE
                       MOVE CS-ASSIETTE   TO W-LC-ASSIETTE
                       MOVE CS-TAUX       TO W-LC-TAUX
                       MOVE CS-MONTANT    TO W-LC-MONTANT
                       WRITE PRINT-LIGNE FROM W-LIGNE-COTISATION
                       ADD CS-MONTANT TO W-TOTAL-COTIS-ARTISTE
                   ELSE
                       SET FIN-COTIS TO TRUE
                   END-IF
           END-READ
           .

      *    LES PARTS SONT TRONQUEES AU CENTIME ET LE DERNIER MEMBRE
      *    RECOIT LE SOLDE, COMME DANS LES REMISES DE ROYALNET
       EDITER-REPARTITION-GROUPE.
           ADD 1 TO NB-RELEVES-GROUPE
           MOVE ZERO TO W-MONTANT-REPARTI
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-SECTION-GROUPE
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE-GROUPE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM VARYING IDX-TM FROM 1 BY 1
                   UNTIL IDX-TM > NB-MEMBRES-GROUPE
               IF IDX-TM < NB-MEMBRES-GROUPE
                   COMPUTE W-MONTANT-MEMBRE =
                       W-TOTAL-ARTISTE * TM-PART (IDX-TM)
                       / W-TOTAL-PARTS
                   ADD W-MONTANT-MEMBRE TO W-MONTANT-REPARTI
               ELSE
                   COMPUTE W-MONTANT-MEMBRE =
                       W-TOTAL-ARTISTE - W-MONTANT-REPARTI
               END-IF
               MOVE 'PERSONNE INCONNUE' TO W-LM-IDENTITE
               MOVE TM-CODEP (IDX-TM) TO PE-CODEP
               READ PERSONNE-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PE-IDENTITE TO W-LM-IDENTITE
               END-READ
               MOVE TM-CODEP (IDX-TM) TO W-LM-CODEP
               MOVE TM-PART (IDX-TM)  TO W-LM-PART
               MOVE W-MONTANT-MEMBRE  TO W-LM-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-MEMBRE
           END-PERFORM
           .

      *    FORMATION DU GROUPE EN VIGUEUR EN FIN DE PERIODE DU
      *    RELEVE (CF MEMBRE.cpy) -- AUCUN MEMBRE POUR UN AYANT DROIT
      *    QUI N EST PAS UN GROUPE
       CHARGER-MEMBRES-GROUPE.
           MOVE ZERO TO NB-MEMBRES-GROUPE
           MOVE ZERO TO W-TOTAL-PARTS
           MOVE SPACES          TO E-MEMBRE
           MOVE W-CODEP-RUPTURE TO MG-CODEP-GROUPE
           MOVE LOW-VALUES      TO MG-CODEP-MEMBRE
           MOVE ZERO            TO MG-DATE-EFFET
           SET NON-FIN-MEMBRES TO TRUE
           START MEMBRE-KSDS KEY IS NOT LESS THAN MG-CLE
               INVALID KEY
                   SET FIN-MEMBRES TO TRUE
           END-START
           PERFORM RELEVER-MEMBRE UNTIL FIN-MEMBRES
           .

       RELEVER-MEMBRE.
           READ MEMBRE-KSDS NEXT RECORD
               AT END
                   SET FIN-MEMBRES TO TRUE
               NOT AT END
                   IF MG-CODEP-GROUPE = W-CODEP-RUPTURE
                       IF MG-MOIS-EFFET NOT > W-PERIODE-ARTISTE
                               AND (MG-DATE-FIN = ZERO
                               OR MG-MOIS-FIN > W-PERIODE-ARTISTE)
                               AND NB-MEMBRES-GROUPE < 50
                           ADD 1 TO NB-MEMBRES-GROUPE
                           MOVE MG-CODEP-MEMBRE
                               TO TM-CODEP (NB-MEMBRES-GROUPE)
                           MOVE MG-PART
                               TO TM-PART (NB-MEMBRES-GROUPE)
                           ADD MG-PART TO W-TOTAL-PARTS
                       END-IF
                   ELSE
                       SET FIN-MEMBRES TO TRUE
                   END-IF
           END-READ
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
           CLOSE REDIRECT-KSDS
           CLOSE PERSONNE-KSDS
           CLOSE ALBUM-KSDS
           CLOSE MERCH-KSDS
           CLOSE MEMBRE-KSDS
           CLOSE COTISOC-KSDS
           CLOSE BNQPERS-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE REPORTDR-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .
           DISPLAY 'ROYALSTM - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ARTISTES EDITES           : ' NB-ARTISTES
           DISPLAY 'LIGNES DE DETAIL EDITEES  : ' NB-LIGNES
           DISPLAY 'DONT LIGNES MERCHANDISING : ' NB-LIGNES-MERCH
           DISPLAY 'RELEVES DE GROUPE         : ' NB-RELEVES-GROUPE
           DISPLAY 'RELEVES AVEC COTISATIONS  : ' NB-RELEVES-COTISES
           DISPLAY 'RELEVES AVEC CONTRE-VALEUR: ' NB-RELEVES-DEVISE
           DISPLAY 'RELEVES HORS PERIODE      : ' NB-RELEVES-DIFFERES
           DISPLAY 'RELEVES SOUS LE SEUIL     : ' NB-RELEVES-REPORTES
           DISPLAY '---------------------------------------------'
           .
