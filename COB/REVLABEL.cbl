      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH MENSUEL DE REVERSEMENT AUX LABELS TIERS            *
      *                                                                *
      *       POUR CHAQUE LABEL TIERS SOUS ACCORD DE DISTRIBUTION      *
      *       ACTIF (ACCDISG1), TOTALISE LE CA HORS TAXES DU MOIS DE   *
      *       SES ALBUMS (VENTESG1, ALBUMS RATTACHES PAR               *
      *       AL-CODE-LABEL) NET DES RETOURS, EN DEDUIT NOTRE          *
      *       COMMISSION ET LES FRAIS CONVENUS (FORFAIT MENSUEL,       *
      *       FRAIS PAR EXEMPLAIRE NET ET REPORT DES MOIS PRECEDENTS)  *
      *       ET EDITE UN RELEVE DE REVERSEMENT PAR LABEL (DDSORTIE).  *
      *       DES FRAIS NON COUVERTS PAR LE CA DU MOIS SONT REPORTES   *
      *       SUR LE MOIS SUIVANT (AC-REPORT-SORTANT).                 *
      *                                                                *
      *       LE MONTANT A REVERSER PART PAR LES MEMES INTERFACES QUE  *
      *       LES DROITS : UNE LIGNE D EXTRAIT (DDREVLBX) FUSIONNEE    *
      *       PAR ROYALNET DANS LA REMISE NETTE DU BENEFICIAIRE, QUE   *
      *       ROYALSET REGLE PAR VIREMENT, ET UNE PAIRE D ECRITURES    *
      *       PAR LABEL AJOUTEE A L INTERFACE COMPTABLE (DDGLJRNL, EN  *
      *       AJOUT APRES GLJRNL) : DEBIT 604100 REVERSEMENTS AUX      *
      *       LABELS, CREDIT 401700 LABELS TIERS A PAYER               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLABEL.
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

      *    ACCORDS DE DISTRIBUTION -- CHARGES EN TABLE AU DEMARRAGE,
      *    REECRITS EN FIN DE TRAITEMENT AVEC LE REPORT DE FRAIS
           SELECT ACCDIST-KSDS
               ASSIGN TO DDACCDIS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AC-CODE-LABEL
               FILE STATUS F-AC-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

      *    ALBUMS, RELUS POUR LE LABEL ET LE TITRE DE L ALBUM VENDU
           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT LABEL-KSDS
               ASSIGN TO DDLABEL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LB-CODE
               FILE STATUS F-LB-STATUS
               .

      *    TABLE DES TAUX DE CONVERSION ET SON HISTORIQUE DATE (CF
      *    GLJRNL POUR LE MEME PROCEDE)
           SELECT DEVISE-KSDS
               ASSIGN TO DDDEVISE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-DEVISE
               FILE STATUS F-DV-STATUS
               .

           SELECT DEVISEH-KSDS
               ASSIGN TO DDDEVISH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DH-CLE
               FILE STATUS F-DH-STATUS
               .

      *    EXTRAIT DES REVERSEMENTS, REPRIS PAR ROYALNET
           SELECT REVLABX-FILE
               ASSIGN TO DDREVLBX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-RT-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

      *    RELEVE IMPRIMABLE, 132 COLONNES, UNE PAGE PAR LABEL
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PR-STATUS
               .

      *    JOURNAL DES TRANSMISSIONS SORTANTES (CF TRANSLOG.cpy)
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

       FD ACCDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ACCDIST
           .

       COPY ACCDIST.

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

      *    SEUL LE DESSIN DE L ENREGISTREMENT EST REPRIS ICI (CF
      *    VENTES.cpy, QUI PORTE UN NIVEAU 77)
       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-PRIX              PIC 9(05)V9(02).
           05 VE-QTE               PIC 9(05).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(39).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 FILLER               PIC X(10).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD LABEL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LABEL
           .

       COPY LABEL.

       FD DEVISE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-DEVISE
           .

       COPY DEVISE.

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

       FD REVLABX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REVLABX
           .

       COPY REVLABX.

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LIGNE
           .

       01 PRINT-LIGNE               PIC X(132).

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

      * JOURNAL DES TRANSMISSIONS -- ENREGISTREMENT DE LA VERSION
      * EMISE (CF TRANSLOG.cpy ET ENREGISTRER-TRANSMISSION)
       77 F-TL-STATUS              PIC X(02) VALUE '00'.
       77 W-TL-DATE-JOUR           PIC 9(08).
       77 W-TL-HEURE-JOUR          PIC X(08).
       77 W-TL-VERSION             PIC 9(02) VALUE ZERO.
       01 W-TL-VERSION-IND         PIC 9.
           88 VERSION-LIBRE            VALUE 1.
           88 VERSION-OCCUPEE          VALUE 2.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-AC-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-LB-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RT-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN COMPTABLE MOUVEMENTES PAR LE REVERSEMENT
       77 GL-CPT-REVERSEMENT      PIC X(08) VALUE '604100  '.
       77 GL-CPT-LABELS-TIERS     PIC X(08) VALUE '401700  '.

      * DATE DU JOUR ET PERIODE TRAITEE (ANNEE-MOIS EN AAAAMM), MEME
      * TECHNIQUE QUE GLJRNL
       77 W-DATE-JOUR             PIC 9(08).
       77 W-DJ-ANNEE-MOIS         PIC 9(06).
       77 W-VE-ANNEE-MOIS         PIC 9(06).
       77 W-AC-MOIS-DEBUT         PIC 9(06).
       77 W-AC-MOIS-FIN           PIC 9(06).

      * TAUX DE CONVERSION DE LA VENTE EN COURS (DEFAUT 1, DEVISE
      * INCONNUE OU NON RENSEIGNEE TRAITEE COMME DEJA EN EUROS)
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.

      *    HISTORIQUE DES TAUX DE CHANGE, CHARGE EN TABLE AU DEMARRAGE
      *    (CF GLJRNL POUR LE MEME PRINCIPE)
       01 TABLE-DEVISES.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-DEVISE           PIC X(03).
               10 TD-DATE-EFFET       PIC X(08).
               10 TD-TAUX             PIC 9(03)V9(04).
       77 NB-TAUX-HISTO           PIC 9(03) VALUE ZERO.
       77 W-DATE-EFFET-RETENU     PIC X(08).
       01 TAUX-HISTO-IND          PIC 9.
           88 TAUX-HISTO-TROUVE       VALUE 1.
           88 TAUX-HISTO-NON-TROUVE   VALUE 2.

      *    ACCORDS EN VIGUEUR SUR LA PERIODE ET CUMULS DU MOIS PAR
      *    LABEL (MONTANTS HORS TAXES, EN EUROS)
       01 TABLE-ACCORDS.
           05 TA-ENTREE OCCURS 100 TIMES INDEXED BY IDX-TA.
               10 TA-CODE-LABEL       PIC X(03).
               10 TA-CODEP-BENEF      PIC X(06).
               10 TA-TAUX-COMMISSION  PIC 9(03)V9(02).
               10 TA-FRAIS-FIXES      PIC 9(07)V9(02).
               10 TA-FRAIS-UNITAIRE   PIC 9(03)V9(02).
               10 TA-REPORT-ENTRANT   PIC 9(09)V9(02).
               10 TA-CA-BRUT          PIC 9(11)V9(02).
               10 TA-RETOURS          PIC 9(11)V9(02).
               10 TA-QTE-VENDUE       PIC 9(09).
               10 TA-QTE-RETOURNEE    PIC 9(09).
       77 NB-ACCORDS              PIC 9(03) VALUE ZERO.
       01 ACCORD-IND              PIC 9.
           88 ACCORD-TROUVE           VALUE 1.
           88 ACCORD-ABSENT           VALUE 2.

      *    DETAIL PAR ALBUM POUR LE RELEVE -- LES VENTES SONT LUES
      *    DANS L ORDRE DE CLE (ALBUM EN TETE), UNE ENTREE PAR ALBUM
      *    D UN LABEL TIERS VENDU OU RETOURNE DANS LE MOIS
       01 TABLE-ALBUMS-TIERS.
           05 TB-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TB.
               10 TB-CODEA            PIC X(06).
               10 TB-TITREA           PIC X(30).
               10 TB-CODE-LABEL       PIC X(03).
               10 TB-QTE-NETTE        PIC S9(09).
               10 TB-CA-NET           PIC S9(11)V9(02).
       77 NB-ALBUMS-TIERS         PIC 9(04) VALUE ZERO.
       77 NB-ALBUMS-NON-DETAILLES PIC 9(07) VALUE ZERO.

      * MONTANT HORS TAXES EN EUROS DE LA LIGNE DE VENTE EN COURS
       77 W-MONTANT-LIGNE         PIC 9(09)V9(02) VALUE ZERO.
       77 W-DIVISEUR-TVA          PIC 9(03)V9(02) VALUE 100.

      * CALCUL DU REVERSEMENT DU LABEL EN COURS
       77 W-CA-NET                PIC S9(11)V9(02) VALUE ZERO.
       77 W-QTE-NETTE             PIC S9(09) VALUE ZERO.
       77 W-BASE-REVERSEMENT      PIC 9(11)V9(02) VALUE ZERO.
       77 W-COMMISSION            PIC 9(11)V9(02) VALUE ZERO.
       77 W-FRAIS-UNITAIRES       PIC 9(11)V9(02) VALUE ZERO.
       77 W-FRAIS-DEDUITS         PIC 9(11)V9(02) VALUE ZERO.
       77 W-SOLDE                 PIC S9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-DU            PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPORT-SORTANT        PIC 9(11)V9(02) VALUE ZERO.

      * EN-TETE DE PAGE (UNE PAGE PAR LABEL)
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(23)
               VALUE 'REVLABEL - RELEVE DE'.
           05 FILLER                  PIC X(20)
               VALUE ' REVERSEMENT LABEL'.
           05 FILLER                  PIC X(09) VALUE 'PERIODE '.
           05 W-LT-PERIODE            PIC 9(06).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(60) VALUE SPACES.

      * BLOC IDENTIFIANT LE LABEL ET LE BENEFICIAIRE DU REVERSEMENT
       01 W-LIGNE-LABEL.
           05 FILLER                  PIC X(06) VALUE 'LABEL '.
           05 W-LL-CODE-LABEL         PIC X(03).
           05 FILLER                  PIC X(01).
           05 W-LL-LIBELLE            PIC X(30).
           05 FILLER                  PIC X(14)
               VALUE ' BENEFICIAIRE '.
           05 W-LL-CODEP              PIC X(06).
           05 FILLER                  PIC X(74).

      * MAQUETTE DE LA LIGNE D EN-TETE DES COLONNES DETAIL
       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(04) VALUE 'CODA'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(30) VALUE 'TITRE ALBUM'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(11) VALUE 'QTE NETTE'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(16) VALUE 'CA NET HT'.
           05 FILLER                  PIC X(68).

      * MAQUETTE DE LA LIGNE DETAIL (UNE LIGNE PAR ALBUM DU LABEL)
       01 W-LIGNE-DETAIL.
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREA             PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LD-QTE                PIC -(9)9.
           05 FILLER                  PIC X(02).
           05 W-LD-MONTANT            PIC -(11)9,99.
           05 FILLER                  PIC X(69).

      * LIGNES DU DECOMPTE DU REVERSEMENT (LIBELLE + MONTANT)
       01 W-LIGNE-DECOMPTE.
           05 W-LC-LIBELLE            PIC X(36).
           05 W-LC-MONTANT            PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(77).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * GESTION DE LA PAGINATION (UNE PAGE PAR LABEL)
       77 W-NUM-PAGE                 PIC 9(04) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-ACCORDS-LUS          PIC 9(05) VALUE ZERO.
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-TIERS         PIC 9(07) VALUE ZERO.
       77 NB-REVERSEMENTS         PIC 9(05) VALUE ZERO.
       77 NB-REPORTS              PIC 9(05) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(05) VALUE ZERO.
       77 W-TOTAL-REVERSE         PIC 9(13)V9(02) VALUE ZERO.
       77 W-TOTAL-COMMISSIONS     PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-ACCORDS-IND         PIC 9.
           88 FIN-ACCORDS             VALUE 1.
           88 NON-FIN-ACCORDS         VALUE 2.
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-DEVISEH-IND         PIC 9.
           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.

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
           SET FIN-ACCORDS TO TRUE
           SET FIN-VENTES TO TRUE
           SET FIN-DEVISEH TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR (1:6) TO W-DJ-ANNEE-MOIS
           OPEN I-O ACCDIST-KSDS
           IF F-AC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ACCORDS DISTRIBUTION'
               DISPLAY 'CODE ERREUR = ' F-AC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT LABEL-KSDS
           IF F-LB-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LABELS'
               DISPLAY 'CODE ERREUR = ' F-LB-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISE-KSDS
           IF F-DV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISE'
               DISPLAY 'CODE ERREUR = ' F-DV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT DEVISEH-KSDS
           IF F-DH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DEVISHG1'
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT REVLABX-FILE
           IF F-RT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT REVERSEMENTS'
               DISPLAY 'CODE ERREUR = ' F-RT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECRITURES GL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RELEVE'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           PERFORM CHARGER-TABLE-ACCORDS
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'REVLABEL - REVERSEMENT AUX LABELS TIERS'
           DISPLAY 'PERIODE TRAITEE : ' W-DJ-ANNEE-MOIS
           DISPLAY 'ACCORDS EN VIGUEUR : ' NB-ACCORDS
           DISPLAY '---------------------------------------------'

           IF NB-ACCORDS > ZERO
               PERFORM CUMULER-VENTES-PERIODE
               PERFORM REVERSER-LABEL
                   VARYING IDX-TA FROM 1 BY 1
                   UNTIL IDX-TA > NB-ACCORDS
           END-IF

           PERFORM ENREGISTRER-TRANSMISSION
           PERFORM FIN-TRAITEMENT
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL (QUI S ACHEVE PAR STOP
      *    RUN VIA FIN-TRAITEMENT) POUR QUE L ENCHAINEMENT SEQUENTIEL
      *    EN SORTIE D INITIALISATION NE LE REEXECUTE PAS (CF GLJRNL)
       CHARGER-TABLE-DEVISES.
           MOVE ZERO TO NB-TAUX-HISTO
           PERFORM LECTURE-ENRG-DEVISEH
           PERFORM UNTIL FIN-DEVISEH
               ADD 1 TO NB-TAUX-HISTO
               MOVE DH-DEVISE TO TD-DEVISE (NB-TAUX-HISTO)
               MOVE DH-DATE-EFFET TO TD-DATE-EFFET (NB-TAUX-HISTO)
               MOVE DH-TAUX TO TD-TAUX (NB-TAUX-HISTO)
               PERFORM LECTURE-ENRG-DEVISEH
           END-PERFORM
           .

      *    SEULS LES ACCORDS ACTIFS DONT LA VALIDITE COUVRE LE MOIS
      *    TRAITE SONT RETENUS. LE REPORT DE FRAIS RECU EST CELUI
      *    TRANSMIS PAR LE MOIS PRECEDENT, OU CELUI DEJA RECU PAR CE
      *    MOIS EN CAS DE RELANCE SUR LA MEME PERIODE
       CHARGER-TABLE-ACCORDS.
           MOVE ZERO TO NB-ACCORDS
           MOVE LOW-VALUES TO AC-CODE-LABEL
           SET NON-FIN-ACCORDS TO TRUE
           START ACCDIST-KSDS KEY IS NOT LESS THAN AC-CODE-LABEL
               INVALID KEY
                   SET FIN-ACCORDS TO TRUE
           END-START
           IF NON-FIN-ACCORDS
               PERFORM LECTURE-ENRG-ACCORD
           END-IF
           PERFORM UNTIL FIN-ACCORDS
               ADD 1 TO NB-ACCORDS-LUS
               MOVE AC-DATE-DEBUT (1:6) TO W-AC-MOIS-DEBUT
               MOVE AC-DATE-FIN (1:6) TO W-AC-MOIS-FIN
               IF AC-ACTIF
                       AND W-AC-MOIS-DEBUT NOT > W-DJ-ANNEE-MOIS
                       AND (AC-DATE-FIN = ZERO
                            OR W-AC-MOIS-FIN NOT < W-DJ-ANNEE-MOIS)
                   IF NB-ACCORDS < 100
                       PERFORM RETENIR-ACCORD
                   ELSE
                       DISPLAY 'TABLE ACCORDS PLEINE, LABEL IGNORE : '
                           AC-CODE-LABEL
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-ACCORD
           END-PERFORM
           .

       RETENIR-ACCORD.
           ADD 1 TO NB-ACCORDS
           SET IDX-TA TO NB-ACCORDS
           MOVE AC-CODE-LABEL      TO TA-CODE-LABEL (IDX-TA)
           MOVE AC-CODEP-BENEF     TO TA-CODEP-BENEF (IDX-TA)
           MOVE AC-TAUX-COMMISSION TO TA-TAUX-COMMISSION (IDX-TA)
           MOVE AC-FRAIS-FIXES     TO TA-FRAIS-FIXES (IDX-TA)
           MOVE AC-FRAIS-UNITAIRE  TO TA-FRAIS-UNITAIRE (IDX-TA)
           IF AC-DERNIERE-PERIODE = W-DJ-ANNEE-MOIS
               MOVE AC-REPORT-ENTRANT TO TA-REPORT-ENTRANT (IDX-TA)
           ELSE
               MOVE AC-REPORT-SORTANT TO TA-REPORT-ENTRANT (IDX-TA)
           END-IF
           MOVE ZERO TO TA-CA-BRUT (IDX-TA)
           MOVE ZERO TO TA-RETOURS (IDX-TA)
           MOVE ZERO TO TA-QTE-VENDUE (IDX-TA)
           MOVE ZERO TO TA-QTE-RETOURNEE (IDX-TA)
           .

       LIRE-DEVISE.
           MOVE 1 TO W-TAUX-VENTE
           IF VE-DEVISE NOT = SPACES
               PERFORM TROUVER-TAUX-HISTORIQUE
               IF TAUX-HISTO-NON-TROUVE
                   MOVE VE-DEVISE TO DV-DEVISE
                   READ DEVISE-KSDS
                       INVALID KEY
                           MOVE 1 TO W-TAUX-VENTE
                       NOT INVALID KEY
                           MOVE DV-TAUX TO W-TAUX-VENTE
                   END-READ
               END-IF
           END-IF
           .

       TROUVER-TAUX-HISTORIQUE.
           SET TAUX-HISTO-NON-TROUVE TO TRUE
           MOVE LOW-VALUES TO W-DATE-EFFET-RETENU
           PERFORM VARYING IDX-TD FROM 1 BY 1
                   UNTIL IDX-TD > NB-TAUX-HISTO
               IF TD-DEVISE (IDX-TD) = VE-DEVISE
                       AND TD-DATE-EFFET (IDX-TD) <= VE-DATE-VENTE
                       AND TD-DATE-EFFET (IDX-TD) >= W-DATE-EFFET-RETENU
                   MOVE TD-DATE-EFFET (IDX-TD) TO W-DATE-EFFET-RETENU
                   MOVE TD-TAUX (IDX-TD) TO W-TAUX-VENTE
                   SET TAUX-HISTO-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

      *    VENTES ET RETOURS DU MOIS DES ALBUMS DE LABELS TIERS -- LE
      *    PRIX SAISI S ENTEND TOUTES TAXES COMPRISES (CF VE-TAUX-TVA) :
      *    LA TAXE, QUI N EST PAS REVERSEE AU LABEL, EST RETIREE
       CUMULER-VENTES-PERIODE.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               ADD 1 TO NB-VENTES-LUES
               MOVE VE-DATE-VENTE (1:6) TO W-VE-ANNEE-MOIS
               IF W-VE-ANNEE-MOIS = W-DJ-ANNEE-MOIS
                   PERFORM RECHERCHER-ACCORD-ALBUM
                   IF ACCORD-TROUVE
                       ADD 1 TO NB-VENTES-TIERS
                       PERFORM CUMULER-VENTE-TIERS
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           .

      *    LE LABEL DE L ALBUM VENDU EST RELU SUR ALBUMG1 -- UN CODE
      *    ABSENT D ALBUMG1 (ARTICLE DE MERCHANDISING) OU UN ALBUM
      *    D UN LABEL SANS ACCORD N EST PAS CONCERNE
       RECHERCHER-ACCORD-ALBUM.
           SET ACCORD-ABSENT TO TRUE
           MOVE VE-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE SPACES TO AL-CODE-LABEL
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF AL-CODE-LABEL NOT = SPACES
               SET IDX-TA TO 1
               SEARCH TA-ENTREE
                   AT END
                       SET ACCORD-ABSENT TO TRUE
                   WHEN IDX-TA > NB-ACCORDS
                       SET ACCORD-ABSENT TO TRUE
                   WHEN TA-CODE-LABEL (IDX-TA) = AL-CODE-LABEL
                       SET ACCORD-TROUVE TO TRUE
               END-SEARCH
           END-IF
           .

       CUMULER-VENTE-TIERS.
           PERFORM LIRE-DEVISE
           COMPUTE W-DIVISEUR-TVA = 100 + VE-TAUX-TVA
           COMPUTE W-MONTANT-LIGNE ROUNDED =
               VE-PRIX * VE-QTE * W-TAUX-VENTE * 100 / W-DIVISEUR-TVA
           IF VE-MVT-RETOUR
               ADD W-MONTANT-LIGNE TO TA-RETOURS (IDX-TA)
               ADD VE-QTE TO TA-QTE-RETOURNEE (IDX-TA)
           ELSE
               ADD W-MONTANT-LIGNE TO TA-CA-BRUT (IDX-TA)
               ADD VE-QTE TO TA-QTE-VENDUE (IDX-TA)
           END-IF
           PERFORM DETAILLER-ALBUM
           .

      *    LES LIGNES D UN MEME ALBUM SE SUIVENT (CLE VENTES) : UNE
      *    NOUVELLE ENTREE EST OUVERTE A CHAQUE CHANGEMENT D ALBUM
       DETAILLER-ALBUM.
           IF NB-ALBUMS-TIERS = ZERO
                   OR TB-CODEA (NB-ALBUMS-TIERS) NOT = VE-CODEA
               IF NB-ALBUMS-TIERS < 2000
                   ADD 1 TO NB-ALBUMS-TIERS
                   SET IDX-TB TO NB-ALBUMS-TIERS
                   MOVE VE-CODEA      TO TB-CODEA (IDX-TB)
                   MOVE AL-TITREA     TO TB-TITREA (IDX-TB)
                   MOVE AL-CODE-LABEL TO TB-CODE-LABEL (IDX-TB)
                   MOVE ZERO          TO TB-QTE-NETTE (IDX-TB)
                   MOVE ZERO          TO TB-CA-NET (IDX-TB)
               ELSE
                   ADD 1 TO NB-ALBUMS-NON-DETAILLES
               END-IF
           END-IF
           IF TB-CODEA (NB-ALBUMS-TIERS) = VE-CODEA
               SET IDX-TB TO NB-ALBUMS-TIERS
               IF VE-MVT-RETOUR
                   SUBTRACT VE-QTE FROM TB-QTE-NETTE (IDX-TB)
                   SUBTRACT W-MONTANT-LIGNE FROM TB-CA-NET (IDX-TB)
               ELSE
                   ADD VE-QTE TO TB-QTE-NETTE (IDX-TB)
                   ADD W-MONTANT-LIGNE TO TB-CA-NET (IDX-TB)
               END-IF
           END-IF
           .

      *    DECOMPTE DU LABEL : CA NET DES RETOURS, MOINS LA COMMISSION
      *    (SUR LE CA NET POSITIF), LE FORFAIT, LES FRAIS PAR
      *    EXEMPLAIRE NET ET LE REPORT RECU. UN CA NET NEGATIF (PLUS
      *    DE RETOURS QUE DE VENTES) S AJOUTE AUX FRAIS A REPORTER ;
      *    UN SOLDE NEGATIF EST REPORTE SUR LE MOIS SUIVANT
       REVERSER-LABEL.
           COMPUTE W-CA-NET =
               TA-CA-BRUT (IDX-TA) - TA-RETOURS (IDX-TA)
           COMPUTE W-QTE-NETTE =
               TA-QTE-VENDUE (IDX-TA) - TA-QTE-RETOURNEE (IDX-TA)
           MOVE ZERO TO W-BASE-REVERSEMENT
           MOVE ZERO TO W-COMMISSION
           MOVE ZERO TO W-FRAIS-UNITAIRES
           IF W-CA-NET > ZERO
               MOVE W-CA-NET TO W-BASE-REVERSEMENT
               COMPUTE W-COMMISSION ROUNDED = W-BASE-REVERSEMENT
                   * TA-TAUX-COMMISSION (IDX-TA) / 100
           END-IF
           IF W-QTE-NETTE > ZERO
               COMPUTE W-FRAIS-UNITAIRES =
                   W-QTE-NETTE * TA-FRAIS-UNITAIRE (IDX-TA)
           END-IF
           COMPUTE W-FRAIS-DEDUITS = TA-FRAIS-FIXES (IDX-TA)
               + W-FRAIS-UNITAIRES + TA-REPORT-ENTRANT (IDX-TA)
           IF W-CA-NET < ZERO
               COMPUTE W-FRAIS-DEDUITS = W-FRAIS-DEDUITS - W-CA-NET
           END-IF
           COMPUTE W-SOLDE =
               W-BASE-REVERSEMENT - W-COMMISSION - W-FRAIS-DEDUITS
           IF W-SOLDE > ZERO
               MOVE W-SOLDE TO W-MONTANT-DU
               MOVE ZERO TO W-REPORT-SORTANT
           ELSE
               MOVE ZERO TO W-MONTANT-DU
               COMPUTE W-REPORT-SORTANT = ZERO - W-SOLDE
           END-IF
           ADD W-COMMISSION TO W-TOTAL-COMMISSIONS

           PERFORM EDITER-RELEVE-LABEL
           IF W-MONTANT-DU > ZERO
               PERFORM ECRIRE-EXTRAIT-REVERSEMENT
               PERFORM ECRIRE-ECRITURES-REVERSEMENT
           END-IF
           IF W-REPORT-SORTANT > ZERO
               ADD 1 TO NB-REPORTS
           END-IF
           PERFORM MAJ-ACCORD
           DISPLAY 'LABEL ' TA-CODE-LABEL (IDX-TA)
               ' CA NET ' W-CA-NET
               ' COMMISSION ' W-COMMISSION
               ' FRAIS ' W-FRAIS-DEDUITS
               ' A REVERSER ' W-MONTANT-DU
               ' REPORT ' W-REPORT-SORTANT
           .

       EDITER-RELEVE-LABEL.
           ADD 1 TO W-NUM-PAGE
           MOVE W-NUM-PAGE TO W-LT-NUM-PAGE
           MOVE W-DJ-ANNEE-MOIS TO W-LT-PERIODE
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE TA-CODE-LABEL (IDX-TA) TO LB-CODE
           READ LABEL-KSDS
               INVALID KEY
                   MOVE 'LABEL INCONNU' TO LB-LIBELLE
           END-READ
           MOVE TA-CODE-LABEL (IDX-TA)  TO W-LL-CODE-LABEL
           MOVE LB-LIBELLE              TO W-LL-LIBELLE
           MOVE TA-CODEP-BENEF (IDX-TA) TO W-LL-CODEP
           WRITE PRINT-LIGNE FROM W-LIGNE-LABEL
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM EDITER-DETAIL-ALBUM
               VARYING IDX-TB FROM 1 BY 1
               UNTIL IDX-TB > NB-ALBUMS-TIERS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           MOVE 'CA BRUT HT DES VENTES' TO W-LC-LIBELLE
           MOVE TA-CA-BRUT (IDX-TA) TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'RETOURS HT' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - TA-RETOURS (IDX-TA)
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'CA NET DES RETOURS' TO W-LC-LIBELLE
           MOVE W-CA-NET TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'COMMISSION DE DISTRIBUTION' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - W-COMMISSION
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'FRAIS FORFAITAIRES DU MOIS' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - TA-FRAIS-FIXES (IDX-TA)
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'FRAIS PAR EXEMPLAIRE NET' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - W-FRAIS-UNITAIRES
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'FRAIS REPORTES DU MOIS PRECEDENT' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - TA-REPORT-ENTRANT (IDX-TA)
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'MONTANT A REVERSER' TO W-LC-LIBELLE
           MOVE W-MONTANT-DU TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           IF W-REPORT-SORTANT > ZERO
               MOVE 'FRAIS REPORTES SUR LE MOIS SUIVANT'
                   TO W-LC-LIBELLE
               MOVE W-REPORT-SORTANT TO W-LC-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           END-IF
           .

       EDITER-DETAIL-ALBUM.
           IF TB-CODE-LABEL (IDX-TB) = TA-CODE-LABEL (IDX-TA)
               MOVE SPACES                TO W-LIGNE-DETAIL
               MOVE TB-CODEA (IDX-TB)     TO W-LD-CODEA
               MOVE TB-TITREA (IDX-TB)    TO W-LD-TITREA
               MOVE TB-QTE-NETTE (IDX-TB) TO W-LD-QTE
               MOVE TB-CA-NET (IDX-TB)    TO W-LD-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           END-IF
           .

       ECRIRE-EXTRAIT-REVERSEMENT.
           MOVE SPACES                  TO E-REVLABX
           MOVE TA-CODE-LABEL (IDX-TA)  TO RT-CODE-LABEL
           MOVE TA-CODEP-BENEF (IDX-TA) TO RT-CODEP
           MOVE W-DJ-ANNEE-MOIS         TO RT-PERIODE
           MOVE W-BASE-REVERSEMENT      TO RT-CA-NET
           MOVE W-COMMISSION            TO RT-COMMISSION
           MOVE W-FRAIS-DEDUITS         TO RT-FRAIS
           MOVE W-MONTANT-DU            TO RT-MONTANT-DU
           WRITE E-REVLABX
           ADD 1 TO NB-REVERSEMENTS
           ADD W-MONTANT-DU TO W-TOTAL-REVERSE
           .

      *    LE REVERSEMENT SE TRADUIT PAR UN DEBIT REVERSEMENTS AUX
      *    LABELS (CHARGE) ET UN CREDIT LABELS TIERS A PAYER, UNE
      *    PAIRE PAR LABEL (REFERENCE = PERIODE + CODE LABEL)
       ECRIRE-ECRITURES-REVERSEMENT.
           INITIALIZE E-GLJRNL
           MOVE W-DJ-ANNEE-MOIS    TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE GL-CPT-REVERSEMENT TO GJ-COMPTE
           STRING 'REVERSEMENT LBL ' DELIMITED BY SIZE
                  TA-CODE-LABEL (IDX-TA) DELIMITED BY SIZE
               INTO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE W-MONTANT-DU       TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-DJ-ANNEE-MOIS    TO GJ-REFERENCE(1:6)
           MOVE TA-CODE-LABEL (IDX-TA) TO GJ-REFERENCE(8:3)
           MOVE 'REV'              TO GJ-REFERENCE(12:3)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE GL-CPT-LABELS-TIERS TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

       MAJ-ACCORD.
           MOVE TA-CODE-LABEL (IDX-TA) TO AC-CODE-LABEL
           READ ACCDIST-KSDS
               INVALID KEY
                   DISPLAY 'ACCORD INTROUVABLE EN MISE A JOUR : '
                       AC-CODE-LABEL
               NOT INVALID KEY
                   MOVE W-DJ-ANNEE-MOIS TO AC-DERNIERE-PERIODE
                   MOVE TA-REPORT-ENTRANT (IDX-TA)
                       TO AC-REPORT-ENTRANT
                   MOVE W-REPORT-SORTANT TO AC-REPORT-SORTANT
                   REWRITE E-ACCDIST
                       INVALID KEY
                           DISPLAY 'ERREUR MISE A JOUR ACCORD : '
                               AC-CODE-LABEL
                   END-REWRITE
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE ACCDIST-KSDS
           CLOSE VENTES-KSDS
           CLOSE ALBUM-KSDS
           CLOSE LABEL-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE REVLABX-FILE
           CLOSE GLJRNL-FILE
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'REVLABEL - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'ACCORDS LUS               : ' NB-ACCORDS-LUS
           DISPLAY 'ACCORDS EN VIGUEUR        : ' NB-ACCORDS
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'LIGNES LABELS TIERS       : ' NB-VENTES-TIERS
           DISPLAY 'REVERSEMENTS EMIS         : ' NB-REVERSEMENTS
           DISPLAY 'MONTANT TOTAL REVERSE     : ' W-TOTAL-REVERSE
               ' EUR'
           DISPLAY 'COMMISSIONS RETENUES      : ' W-TOTAL-COMMISSIONS
               ' EUR'
           DISPLAY 'LABELS AVEC FRAIS REPORTES: ' NB-REPORTS
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           IF NB-ALBUMS-NON-DETAILLES > ZERO
               DISPLAY 'LIGNES NON DETAILLEES     : '
                   NB-ALBUMS-NON-DETAILLES
           END-IF
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ACCORD.
           READ ACCDIST-KSDS NEXT RECORD
               AT END
                   SET FIN-ACCORDS TO TRUE
               NOT AT END
                   SET NON-FIN-ACCORDS TO TRUE
           END-READ
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
           END-READ
           .

       LECTURE-ENRG-DEVISEH.
           READ DEVISEH-KSDS NEXT RECORD
               AT END
                   SET FIN-DEVISEH TO TRUE
               NOT AT END
                   SET NON-FIN-DEVISEH TO TRUE
           END-READ
           .

      *    INSCRIT LA VERSION EMISE AU JOURNAL DES TRANSMISSIONS (CF
      *    TRANSLOG.cpy) -- UNE RELANCE SUR LA MEME PERIODE S INSCRIT
      *    EN VERSION SUIVANTE AVEC LE STATUT REEMISSION
       ENREGISTRER-TRANSMISSION.
           ACCEPT W-TL-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-TL-HEURE-JOUR FROM TIME
           OPEN I-O TRANSLG-KSDS
           IF F-TL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES TRANSMISSIONS'
               DISPLAY 'CODE ERREUR = ' F-TL-STATUS
           ELSE
               PERFORM CHERCHER-VERSION-LIBRE
               MOVE 'REVLABEL' TO TL-INTERFACE
               MOVE SPACES TO TL-PERIODE
               MOVE W-DJ-ANNEE-MOIS TO TL-PERIODE(1:6)
               MOVE W-TL-VERSION TO TL-VERSION
               IF W-TL-VERSION = 1
                   SET TL-EMISSION TO TRUE
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-REVERSEMENTS TO TL-NB-ENREG
               MOVE W-TOTAL-REVERSE TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
               MOVE SPACES TO E-TRANSLOG(60:21)
               WRITE E-TRANSLOG
               DISPLAY 'TRANSMISSION REVLABEL INSCRITE, VERSION '
                   TL-VERSION
               CLOSE TRANSLG-KSDS
           END-IF
           .

       CHERCHER-VERSION-LIBRE.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'REVLABEL' TO TL-INTERFACE
           MOVE SPACES TO TL-PERIODE
           MOVE W-DJ-ANNEE-MOIS TO TL-PERIODE(1:6)
           PERFORM TESTER-VERSION
               UNTIL VERSION-LIBRE OR W-TL-VERSION > 98
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
