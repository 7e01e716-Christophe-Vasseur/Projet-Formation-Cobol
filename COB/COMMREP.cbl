      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH MENSUEL DE CALCUL DES COMMISSIONS DES              *
      *       REPRESENTANTS COMMERCIAUX                                *
      *                                                                *
      *       CHAQUE LIGNE DE VENTE OU DE RETOUR DU MOIS EST IMPUTEE   *
      *       AU REPRESENTANT AFFECTE A SON DISTRIBUTEUR A LA DATE DE  *
      *       LA LIGNE (REPAFFG1 -- L AFFECTATION A L ENSEIGNE DE LA   *
      *       VENTE PREVAUT SUR CELLE DU DISTRIBUTEUR). LE CA HORS     *
      *       TAXES EN EUROS NET DES RETOURS EST CUMULE PAR            *
      *       REPRESENTANT, DISTRIBUTEUR, ENSEIGNE ET SUPPORT, ET      *
      *       COMMISSIONNE AU TAUX DU REPRESENTANT POUR LE SUPPORT     *
      *       (REPRESG1). UNE COMMISSION NEGATIVE (RETOURS SUPERIEURS  *
      *       AUX VENTES) EST REPRISE SUR LES MOIS SUIVANTS            *
      *       (VR-REPRISE-SORTANTE).                                   *
      *                                                                *
      *       EDITE UN RELEVE DE COMMISSIONS PAR REPRESENTANT          *
      *       (DDSORTIE), ECRIT L INTERFACE PAIE (DDPAIEX, UNE LIGNE   *
      *       PAR REPRESENTANT A PAYER) ET AJOUTE A L INTERFACE        *
      *       COMPTABLE (DDGLJRNL, EN AJOUT APRES GLJRNL) UNE PAIRE    *
      *       D ECRITURES DE PROVISION PAR REPRESENTANT : DEBIT 641100 *
      *       REMUNERATIONS DU PERSONNEL, CREDIT 428600 PERSONNEL      *
      *       CHARGES A PAYER                                          *
      *                                                                *
      *       CARTE SYSIN : PERIODE DE COMMISSION AAAAMM               *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMREP.
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

      *    REPRESENTANTS -- CHARGES EN TABLE AU DEMARRAGE, REECRITS EN
      *    FIN DE TRAITEMENT AVEC LA REPRISE DE COMMISSION
           SELECT REPRES-KSDS
               ASSIGN TO DDREPRES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VR-CODE-REP
               FILE STATUS F-VR-STATUS
               .

           SELECT REPAFFEC-KSDS
               ASSIGN TO DDREPAFF
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AF-CLE
               FILE STATUS F-AF-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
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

      *    INTERFACE PAIE DES COMMISSIONS (CF COMPAIEX.cpy)
           SELECT PAIEX-FILE
               ASSIGN TO DDPAIEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PY-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

      *    RELEVE IMPRIMABLE, 132 COLONNES, UNE PAGE PAR REPRESENTANT
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

       FD REPRES-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPRES
           .

       COPY REPRES.

       FD REPAFFEC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-REPAFFEC
           .

       COPY REPAFFEC.

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
           05 FILLER               PIC X(23).
           05 VE-CODE-CLIENT       PIC X(06).
           05 FILLER               PIC X(10).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 FILLER               PIC X(01).
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-CD         VALUE 'C'.
               88 VE-FORMAT-VINYLE     VALUE 'V'.
               88 VE-FORMAT-NUMERIQUE  VALUE 'N'.
               88 VE-FORMAT-MERCH      VALUE 'M'.
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

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

       FD PAIEX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPAIEX
           .

       COPY COMPAIEX.

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
       77 F-VR-STATUS             PIC X(02) VALUE '00'.
       77 F-AF-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-PY-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN COMPTABLE MOUVEMENTES PAR LA PROVISION
       77 GL-CPT-REMUNERATIONS    PIC X(08) VALUE '641100  '.
       77 GL-CPT-PERSONNEL-CAP    PIC X(08) VALUE '428600  '.

      * RUBRIQUE DE PAIE DES COMMISSIONS SUR VENTES
       77 W-RUBRIQUE-PAIE         PIC X(04) VALUE 'COMV'.

      * PERIODE DE COMMISSION AAAAMM (CARTE SYSIN) ET BORNES DU MOIS
       01 W-PARM-PERIODE          PIC X(06).
       77 W-PERIODE               PIC 9(06) VALUE ZERO.
       77 W-PREMIER-JOUR          PIC 9(08) VALUE ZERO.
       77 W-DERNIER-JOUR          PIC 9(08) VALUE ZERO.
       77 W-DATE-JOUR             PIC 9(08).
       77 W-DATE-VENTE            PIC 9(08).

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

      *    REPRESENTANTS ACTIFS ET CUMULS DU MOIS (HORS TAXES, EUROS)
       01 TABLE-REPRES.
           05 TR-ENTREE OCCURS 300 TIMES INDEXED BY IDX-TR.
               10 TR-CODE-REP         PIC X(04).
               10 TR-NOM              PIC X(25).
               10 TR-MATRICULE        PIC X(08).
               10 TR-TAUX-CD          PIC 9(02)V9(02).
               10 TR-TAUX-VINYLE      PIC 9(02)V9(02).
               10 TR-TAUX-NUMERIQUE   PIC 9(02)V9(02).
               10 TR-TAUX-MERCH       PIC 9(02)V9(02).
               10 TR-TAUX-AUTRE       PIC 9(02)V9(02).
               10 TR-REPRISE-ENTRANTE PIC 9(06)V9(02).
       77 NB-REPRES               PIC 9(03) VALUE ZERO.
       01 REPRES-IND              PIC 9.
           88 REPRES-TROUVE           VALUE 1.
           88 REPRES-ABSENT           VALUE 2.

      *    AFFECTATIONS EN VIGUEUR SUR UNE PARTIE AU MOINS DU MOIS
       01 TABLE-AFFECTATIONS.
           05 TF-ENTREE OCCURS 3000 TIMES INDEXED BY IDX-TF.
               10 TF-SIREN            PIC X(05).
               10 TF-CODE-CLIENT      PIC X(06).
               10 TF-DATE-DEBUT       PIC 9(08).
               10 TF-DATE-FIN         PIC 9(08).
               10 TF-CODE-REP         PIC X(04).
       77 NB-AFFECTATIONS         PIC 9(04) VALUE ZERO.

      * AFFECTATION RETENUE POUR LA LIGNE EN COURS -- CELLE DE
      * L ENSEIGNE D ABORD, A DEFAUT CELLE DU DISTRIBUTEUR
       77 W-REP-ENSEIGNE          PIC X(04).
       77 W-DEBUT-ENSEIGNE        PIC 9(08).
       77 W-REP-DISTRIB           PIC X(04).
       77 W-DEBUT-DISTRIB         PIC 9(08).
       77 W-REP-RETENU            PIC X(04).
       77 W-CLIENT-RETENU         PIC X(06).

      *    CUMULS PAR REPRESENTANT, DISTRIBUTEUR, ENSEIGNE AFFECTEE
      *    (BLANC POUR UNE AFFECTATION DU DISTRIBUTEUR) ET SUPPORT
       01 TABLE-CUMULS.
           05 TK-ENTREE OCCURS 5000 TIMES INDEXED BY IDX-TK.
               10 TK-CODE-REP         PIC X(04).
               10 TK-SIREN            PIC X(05).
               10 TK-CODE-CLIENT      PIC X(06).
               10 TK-FORMAT           PIC X(01).
               10 TK-CA-BRUT          PIC 9(11)V9(02).
               10 TK-RETOURS          PIC 9(11)V9(02).
       77 NB-CUMULS               PIC 9(04) VALUE ZERO.
       01 CUMUL-IND               PIC 9.
           88 CUMUL-TROUVE            VALUE 1.
           88 CUMUL-ABSENT            VALUE 2.

      * MONTANT HORS TAXES EN EUROS DE LA LIGNE DE VENTE EN COURS
       77 W-MONTANT-LIGNE         PIC 9(09)V9(02) VALUE ZERO.
       77 W-DIVISEUR-TVA          PIC 9(03)V9(02) VALUE 100.

      * CALCUL DE LA COMMISSION DU REPRESENTANT EN COURS
       77 W-TAUX-LIGNE            PIC 9(02)V9(02) VALUE ZERO.
       77 W-CA-NET-LIGNE          PIC S9(11)V9(02) VALUE ZERO.
       77 W-COMMISSION-LIGNE      PIC S9(09)V9(02) VALUE ZERO.
       77 W-CA-NET                PIC S9(11)V9(02) VALUE ZERO.
       77 W-COMMISSION            PIC S9(09)V9(02) VALUE ZERO.
       77 W-SOLDE                 PIC S9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-DU            PIC 9(09)V9(02) VALUE ZERO.
       77 W-REPRISE-SORTANTE      PIC 9(06)V9(02) VALUE ZERO.

      * EN-TETE DE PAGE (UNE PAGE PAR REPRESENTANT)
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(23)
               VALUE 'COMMREP - RELEVE DE'.
           05 FILLER                  PIC X(20)
               VALUE ' COMMISSIONS'.
           05 FILLER                  PIC X(09) VALUE 'PERIODE '.
           05 W-LT-PERIODE            PIC 9(06).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(60) VALUE SPACES.

      * BLOC IDENTIFIANT LE REPRESENTANT
       01 W-LIGNE-REPRES.
           05 FILLER                  PIC X(13)
               VALUE 'REPRESENTANT '.
           05 W-LR-CODE-REP           PIC X(04).
           05 FILLER                  PIC X(01).
           05 W-LR-NOM                PIC X(25).
           05 FILLER                  PIC X(11)
               VALUE ' MATRICULE '.
           05 W-LR-MATRICULE          PIC X(08).
           05 FILLER                  PIC X(70).

      * MAQUETTE DE LA LIGNE D EN-TETE DES COLONNES DETAIL
       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(05) VALUE 'SIREN'.
           05 FILLER                  PIC X(02).
           05 FILLER                  PIC X(06) VALUE 'ENSEIG'.
           05 FILLER                  PIC X(02).
           05 FILLER                  PIC X(10) VALUE 'SUPPORT'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(15) VALUE '     CA BRUT HT'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(15) VALUE '     RETOURS HT'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(15) VALUE '      CA NET HT'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(05) VALUE ' TAUX'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(13) VALUE '   COMMISSION'.
           05 FILLER                  PIC X(39).

      * MAQUETTE DE LA LIGNE DETAIL (DISTRIBUTEUR, ENSEIGNE, SUPPORT)
       01 W-LIGNE-DETAIL.
           05 W-LD-SIREN              PIC X(05).
           05 FILLER                  PIC X(02).
           05 W-LD-CODE-CLIENT        PIC X(06).
           05 FILLER                  PIC X(02).
           05 W-LD-SUPPORT            PIC X(10).
           05 FILLER                  PIC X(01).
           05 W-LD-CA-BRUT            PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-RETOURS            PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-CA-NET             PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-TAUX               PIC Z9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-COMMISSION         PIC -(9)9,99.
           05 FILLER                  PIC X(39).

      * LIGNES DU DECOMPTE DE LA COMMISSION (LIBELLE + MONTANT)
       01 W-LIGNE-DECOMPTE.
           05 W-LC-LIBELLE            PIC X(36).
           05 W-LC-MONTANT            PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(77).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * GESTION DE LA PAGINATION (UNE PAGE PAR REPRESENTANT)
       77 W-NUM-PAGE                 PIC 9(04) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-REPRES-LUS           PIC 9(05) VALUE ZERO.
       77 NB-AFFECTATIONS-LUES    PIC 9(07) VALUE ZERO.
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-PERIODE       PIC 9(07) VALUE ZERO.
       77 NB-VENTES-COMMISSIONNEES PIC 9(07) VALUE ZERO.
       77 NB-VENTES-SANS-REP      PIC 9(07) VALUE ZERO.
       77 NB-VENTES-REP-INACTIF   PIC 9(07) VALUE ZERO.
       77 NB-VENTES-NON-CUMULEES  PIC 9(07) VALUE ZERO.
       77 NB-PAIEMENTS            PIC 9(05) VALUE ZERO.
       77 NB-REPRISES             PIC 9(05) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(05) VALUE ZERO.
       77 W-CA-SANS-REP           PIC S9(13)V9(02) VALUE ZERO.
       77 W-TOTAL-COMMISSIONS     PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-REPRES-IND          PIC 9.
           88 FIN-REPRES              VALUE 1.
           88 NON-FIN-REPRES          VALUE 2.
       01 FIN-AFFECTATIONS-IND    PIC 9.
           88 FIN-AFFECTATIONS        VALUE 1.
           88 NON-FIN-AFFECTATIONS    VALUE 2.
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
           SET FIN-REPRES TO TRUE
           SET FIN-AFFECTATIONS TO TRUE
           SET FIN-VENTES TO TRUE
           SET FIN-DEVISEH TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-PERIODE
           ACCEPT W-PARM-PERIODE FROM SYSIN
           IF W-PARM-PERIODE NOT NUMERIC
               DISPLAY 'PERIODE DE COMMISSION (AAAAMM) ABSENTE DE LA '
                   'CARTE SYSIN, TRAITEMENT ABANDONNE'
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-PERIODE TO W-PERIODE
           COMPUTE W-PREMIER-JOUR = W-PERIODE * 100 + 1
           COMPUTE W-DERNIER-JOUR = W-PERIODE * 100 + 31
           OPEN I-O REPRES-KSDS
           IF F-VR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER REPRESENTANTS'
               DISPLAY 'CODE ERREUR = ' F-VR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT REPAFFEC-KSDS
           IF F-AF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER AFFECTATIONS'
               DISPLAY 'CODE ERREUR = ' F-AF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
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
           OPEN OUTPUT PAIEX-FILE
           IF F-PY-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE INTERFACE PAIE'
               DISPLAY 'CODE ERREUR = ' F-PY-STATUS
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
           PERFORM CHARGER-TABLE-REPRES
           PERFORM CHARGER-TABLE-AFFECTATIONS
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'COMMREP - COMMISSIONS DES REPRESENTANTS'
           DISPLAY 'PERIODE TRAITEE : ' W-PERIODE
           DISPLAY 'REPRESENTANTS ACTIFS : ' NB-REPRES
           DISPLAY 'AFFECTATIONS DU MOIS : ' NB-AFFECTATIONS
           DISPLAY '---------------------------------------------'

           IF NB-REPRES > ZERO
               PERFORM CUMULER-VENTES-PERIODE
               PERFORM COMMISSIONNER-REPRES
                   VARYING IDX-TR FROM 1 BY 1
                   UNTIL IDX-TR > NB-REPRES
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

      *    SEULS LES REPRESENTANTS ACTIFS SONT RETENUS. LA REPRISE DE
      *    COMMISSION RECUE EST CELLE TRANSMISE PAR LE MOIS PRECEDENT,
      *    OU CELLE DEJA RECUE PAR CE MOIS EN CAS DE RELANCE SUR LA
      *    MEME PERIODE
       CHARGER-TABLE-REPRES.
           MOVE ZERO TO NB-REPRES
           MOVE LOW-VALUES TO VR-CODE-REP
           SET NON-FIN-REPRES TO TRUE
           START REPRES-KSDS KEY IS NOT LESS THAN VR-CODE-REP
               INVALID KEY
                   SET FIN-REPRES TO TRUE
           END-START
           IF NON-FIN-REPRES
               PERFORM LECTURE-ENRG-REPRES
           END-IF
           PERFORM UNTIL FIN-REPRES
               ADD 1 TO NB-REPRES-LUS
               IF VR-ACTIF
                   IF NB-REPRES < 300
                       PERFORM RETENIR-REPRES
                   ELSE
                       DISPLAY 'TABLE REPRESENTANTS PLEINE, IGNORE : '
                           VR-CODE-REP
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-REPRES
           END-PERFORM
           .

       RETENIR-REPRES.
           ADD 1 TO NB-REPRES
           SET IDX-TR TO NB-REPRES
           MOVE VR-CODE-REP       TO TR-CODE-REP (IDX-TR)
           MOVE VR-NOM            TO TR-NOM (IDX-TR)
           MOVE VR-MATRICULE      TO TR-MATRICULE (IDX-TR)
           MOVE VR-TAUX-CD        TO TR-TAUX-CD (IDX-TR)
           MOVE VR-TAUX-VINYLE    TO TR-TAUX-VINYLE (IDX-TR)
           MOVE VR-TAUX-NUMERIQUE TO TR-TAUX-NUMERIQUE (IDX-TR)
           MOVE VR-TAUX-MERCH     TO TR-TAUX-MERCH (IDX-TR)
           MOVE VR-TAUX-AUTRE     TO TR-TAUX-AUTRE (IDX-TR)
           IF VR-DERNIERE-PERIODE = W-PERIODE
               MOVE VR-REPRISE-ENTRANTE
                   TO TR-REPRISE-ENTRANTE (IDX-TR)
           ELSE
               MOVE VR-REPRISE-SORTANTE
                   TO TR-REPRISE-ENTRANTE (IDX-TR)
           END-IF
           .

      *    SEULES LES AFFECTATIONS EN VIGUEUR SUR UNE PARTIE AU MOINS
      *    DU MOIS SONT UTILES AU CALCUL
       CHARGER-TABLE-AFFECTATIONS.
           MOVE ZERO TO NB-AFFECTATIONS
           PERFORM LECTURE-ENRG-AFFECTATION
           PERFORM UNTIL FIN-AFFECTATIONS
               ADD 1 TO NB-AFFECTATIONS-LUES
               IF AF-DATE-DEBUT NOT > W-DERNIER-JOUR
                       AND (AF-DATE-FIN = ZERO
                            OR AF-DATE-FIN NOT < W-PREMIER-JOUR)
                   IF NB-AFFECTATIONS < 3000
                       ADD 1 TO NB-AFFECTATIONS
                       SET IDX-TF TO NB-AFFECTATIONS
                       MOVE AF-SIREN       TO TF-SIREN (IDX-TF)
                       MOVE AF-CODE-CLIENT TO TF-CODE-CLIENT (IDX-TF)
                       MOVE AF-DATE-DEBUT  TO TF-DATE-DEBUT (IDX-TF)
                       MOVE AF-DATE-FIN    TO TF-DATE-FIN (IDX-TF)
                       MOVE AF-CODE-REP    TO TF-CODE-REP (IDX-TF)
                   ELSE
                       DISPLAY 'TABLE AFFECTATIONS PLEINE, IGNOREE : '
                           AF-SIREN ' ' AF-CODE-CLIENT ' '
                           AF-DATE-DEBUT
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-AFFECTATION
           END-PERFORM
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

      *    VENTES ET RETOURS DU MOIS -- LE PRIX SAISI S ENTEND TOUTES
      *    TAXES COMPRISES (CF VE-TAUX-TVA) : LA TAXE N EST PAS
      *    COMMISSIONNEE. UN RETOUR EST IMPUTE AU REPRESENTANT
      *    AFFECTE A LA DATE DU RETOUR
       CUMULER-VENTES-PERIODE.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               ADD 1 TO NB-VENTES-LUES
               IF VE-DATE-VENTE (1:6) = W-PARM-PERIODE
                   ADD 1 TO NB-VENTES-PERIODE
                   PERFORM IMPUTER-VENTE
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           .

       IMPUTER-VENTE.
           PERFORM LIRE-DEVISE
           COMPUTE W-DIVISEUR-TVA = 100 + VE-TAUX-TVA
           COMPUTE W-MONTANT-LIGNE ROUNDED =
               VE-PRIX * VE-QTE * W-TAUX-VENTE * 100 / W-DIVISEUR-TVA
           PERFORM TROUVER-AFFECTATION
           IF W-REP-RETENU = SPACES
               ADD 1 TO NB-VENTES-SANS-REP
               IF VE-MVT-RETOUR
                   SUBTRACT W-MONTANT-LIGNE FROM W-CA-SANS-REP
               ELSE
                   ADD W-MONTANT-LIGNE TO W-CA-SANS-REP
               END-IF
           ELSE
               PERFORM RECHERCHER-REPRES
               IF REPRES-ABSENT
                   ADD 1 TO NB-VENTES-REP-INACTIF
               ELSE
                   PERFORM CUMULER-VENTE-REPRES
               END-IF
           END-IF
           .

      *    L AFFECTATION EN VIGUEUR A LA DATE DE LA LIGNE EST CELLE DE
      *    DEBUT LE PLUS RECENT NON POSTERIEUR A LA LIGNE ET NON
      *    ECHUE ; CELLE DE L ENSEIGNE DE LA VENTE PREVAUT
       TROUVER-AFFECTATION.
           MOVE VE-DATE-VENTE TO W-DATE-VENTE
           MOVE SPACES TO W-REP-ENSEIGNE
           MOVE SPACES TO W-REP-DISTRIB
           MOVE ZERO TO W-DEBUT-ENSEIGNE
           MOVE ZERO TO W-DEBUT-DISTRIB
           PERFORM VARYING IDX-TF FROM 1 BY 1
                   UNTIL IDX-TF > NB-AFFECTATIONS
               IF TF-SIREN (IDX-TF) = VE-SIREN
                       AND TF-DATE-DEBUT (IDX-TF) NOT > W-DATE-VENTE
                       AND (TF-DATE-FIN (IDX-TF) = ZERO
                            OR TF-DATE-FIN (IDX-TF) NOT < W-DATE-VENTE)
                   IF TF-CODE-CLIENT (IDX-TF) = SPACES
                       IF TF-DATE-DEBUT (IDX-TF) >= W-DEBUT-DISTRIB
                           MOVE TF-DATE-DEBUT (IDX-TF)
                               TO W-DEBUT-DISTRIB
                           MOVE TF-CODE-REP (IDX-TF) TO W-REP-DISTRIB
                       END-IF
                   ELSE
                       IF TF-CODE-CLIENT (IDX-TF) = VE-CODE-CLIENT
                          AND TF-DATE-DEBUT (IDX-TF) >= W-DEBUT-ENSEIGNE
                           MOVE TF-DATE-DEBUT (IDX-TF)
                               TO W-DEBUT-ENSEIGNE
                           MOVE TF-CODE-REP (IDX-TF) TO W-REP-ENSEIGNE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF W-REP-ENSEIGNE NOT = SPACES
               MOVE W-REP-ENSEIGNE TO W-REP-RETENU
               MOVE VE-CODE-CLIENT TO W-CLIENT-RETENU
           ELSE
               MOVE W-REP-DISTRIB  TO W-REP-RETENU
               MOVE SPACES         TO W-CLIENT-RETENU
           END-IF
           .

      *    UN REPRESENTANT ABSENT DE LA TABLE EST SUSPENDU OU INCONNU :
      *    LA LIGNE N EST PAS COMMISSIONNEE
       RECHERCHER-REPRES.
           SET REPRES-ABSENT TO TRUE
           SET IDX-TR TO 1
           SEARCH TR-ENTREE
               AT END
                   SET REPRES-ABSENT TO TRUE
               WHEN IDX-TR > NB-REPRES
                   SET REPRES-ABSENT TO TRUE
               WHEN TR-CODE-REP (IDX-TR) = W-REP-RETENU
                   SET REPRES-TROUVE TO TRUE
           END-SEARCH
           .

       CUMULER-VENTE-REPRES.
           SET CUMUL-ABSENT TO TRUE
           SET IDX-TK TO 1
           SEARCH TK-ENTREE
               AT END
                   SET CUMUL-ABSENT TO TRUE
               WHEN IDX-TK > NB-CUMULS
                   SET CUMUL-ABSENT TO TRUE
               WHEN TK-CODE-REP (IDX-TK) = W-REP-RETENU
                       AND TK-SIREN (IDX-TK) = VE-SIREN
                       AND TK-CODE-CLIENT (IDX-TK) = W-CLIENT-RETENU
                       AND TK-FORMAT (IDX-TK) = VE-FORMAT
                   SET CUMUL-TROUVE TO TRUE
           END-SEARCH
           IF CUMUL-ABSENT AND NB-CUMULS < 5000
               ADD 1 TO NB-CUMULS
               SET IDX-TK TO NB-CUMULS
               MOVE W-REP-RETENU    TO TK-CODE-REP (IDX-TK)
               MOVE VE-SIREN        TO TK-SIREN (IDX-TK)
               MOVE W-CLIENT-RETENU TO TK-CODE-CLIENT (IDX-TK)
               MOVE VE-FORMAT       TO TK-FORMAT (IDX-TK)
               MOVE ZERO            TO TK-CA-BRUT (IDX-TK)
               MOVE ZERO            TO TK-RETOURS (IDX-TK)
               SET CUMUL-TROUVE TO TRUE
           END-IF
           IF CUMUL-TROUVE
               ADD 1 TO NB-VENTES-COMMISSIONNEES
               IF VE-MVT-RETOUR
                   ADD W-MONTANT-LIGNE TO TK-RETOURS (IDX-TK)
               ELSE
                   ADD W-MONTANT-LIGNE TO TK-CA-BRUT (IDX-TK)
               END-IF
           ELSE
               ADD 1 TO NB-VENTES-NON-CUMULEES
               DISPLAY 'TABLE CUMULS PLEINE, LIGNE NON COMMISSIONNEE : '
                   E-VE-KEY
           END-IF
           .

      *    DECOMPTE DU REPRESENTANT : SOMME DES COMMISSIONS PAR
      *    DISTRIBUTEUR, ENSEIGNE ET SUPPORT (NEGATIVES QUAND LES
      *    RETOURS L EMPORTENT), MOINS LA REPRISE RECUE. UN SOLDE
      *    NEGATIF N EST PAS PAYE ET EST REPRIS LE MOIS SUIVANT
       COMMISSIONNER-REPRES.
           MOVE ZERO TO W-CA-NET
           MOVE ZERO TO W-COMMISSION
           PERFORM EDITER-ENTETE-REPRES
           PERFORM CALCULER-DETAIL
               VARYING IDX-TK FROM 1 BY 1
               UNTIL IDX-TK > NB-CUMULS
           COMPUTE W-SOLDE =
               W-COMMISSION - TR-REPRISE-ENTRANTE (IDX-TR)
           IF W-SOLDE > ZERO
               MOVE W-SOLDE TO W-MONTANT-DU
               MOVE ZERO TO W-REPRISE-SORTANTE
           ELSE
               MOVE ZERO TO W-MONTANT-DU
               COMPUTE W-REPRISE-SORTANTE = ZERO - W-SOLDE
           END-IF
           PERFORM EDITER-DECOMPTE-REPRES
           IF W-MONTANT-DU > ZERO
               PERFORM ECRIRE-INTERFACE-PAIE
               PERFORM ECRIRE-ECRITURES-PROVISION
           END-IF
           IF W-REPRISE-SORTANTE > ZERO
               ADD 1 TO NB-REPRISES
           END-IF
           PERFORM MAJ-REPRES
           DISPLAY 'REPRESENTANT ' TR-CODE-REP (IDX-TR)
               ' CA NET ' W-CA-NET
               ' COMMISSION ' W-COMMISSION
               ' A PAYER ' W-MONTANT-DU
               ' REPRISE ' W-REPRISE-SORTANTE
           .

       CALCULER-DETAIL.
           IF TK-CODE-REP (IDX-TK) = TR-CODE-REP (IDX-TR)
               EVALUATE TK-FORMAT (IDX-TK)
                   WHEN 'C'
                       MOVE TR-TAUX-CD (IDX-TR) TO W-TAUX-LIGNE
                       MOVE 'CD'        TO W-LD-SUPPORT
                   WHEN 'V'
                       MOVE TR-TAUX-VINYLE (IDX-TR) TO W-TAUX-LIGNE
                       MOVE 'VINYLE'    TO W-LD-SUPPORT
                   WHEN 'N'
                       MOVE TR-TAUX-NUMERIQUE (IDX-TR) TO W-TAUX-LIGNE
                       MOVE 'NUMERIQUE' TO W-LD-SUPPORT
                   WHEN 'M'
                       MOVE TR-TAUX-MERCH (IDX-TR) TO W-TAUX-LIGNE
                       MOVE 'MERCH'     TO W-LD-SUPPORT
                   WHEN OTHER
                       MOVE TR-TAUX-AUTRE (IDX-TR) TO W-TAUX-LIGNE
                       MOVE 'AUTRE'     TO W-LD-SUPPORT
               END-EVALUATE
               COMPUTE W-CA-NET-LIGNE =
                   TK-CA-BRUT (IDX-TK) - TK-RETOURS (IDX-TK)
               COMPUTE W-COMMISSION-LIGNE ROUNDED =
                   W-CA-NET-LIGNE * W-TAUX-LIGNE / 100
               ADD W-CA-NET-LIGNE     TO W-CA-NET
               ADD W-COMMISSION-LIGNE TO W-COMMISSION
               MOVE TK-SIREN (IDX-TK)       TO W-LD-SIREN
               MOVE TK-CODE-CLIENT (IDX-TK) TO W-LD-CODE-CLIENT
               MOVE TK-CA-BRUT (IDX-TK)     TO W-LD-CA-BRUT
               COMPUTE W-LD-RETOURS = ZERO - TK-RETOURS (IDX-TK)
               MOVE W-CA-NET-LIGNE          TO W-LD-CA-NET
               MOVE W-TAUX-LIGNE            TO W-LD-TAUX
               MOVE W-COMMISSION-LIGNE      TO W-LD-COMMISSION
               WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           END-IF
           .

       EDITER-ENTETE-REPRES.
           ADD 1 TO W-NUM-PAGE
           MOVE W-NUM-PAGE TO W-LT-NUM-PAGE
           MOVE W-PERIODE TO W-LT-PERIODE
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE TR-CODE-REP (IDX-TR)  TO W-LR-CODE-REP
           MOVE TR-NOM (IDX-TR)       TO W-LR-NOM
           MOVE TR-MATRICULE (IDX-TR) TO W-LR-MATRICULE
           WRITE PRINT-LIGNE FROM W-LIGNE-REPRES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE SPACES TO W-LIGNE-DETAIL
           .

       EDITER-DECOMPTE-REPRES.
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'CA NET DES RETOURS' TO W-LC-LIBELLE
           MOVE W-CA-NET TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'COMMISSIONS DU MOIS' TO W-LC-LIBELLE
           MOVE W-COMMISSION TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'REPRISE DES MOIS PRECEDENTS' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - TR-REPRISE-ENTRANTE (IDX-TR)
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'COMMISSION A PAYER' TO W-LC-LIBELLE
           MOVE W-MONTANT-DU TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           IF W-REPRISE-SORTANTE > ZERO
               MOVE 'REPRISE SUR LE MOIS SUIVANT' TO W-LC-LIBELLE
               MOVE W-REPRISE-SORTANTE TO W-LC-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           END-IF
           .

       ECRIRE-INTERFACE-PAIE.
           MOVE SPACES                TO E-COMPAIEX
           MOVE TR-MATRICULE (IDX-TR) TO PY-MATRICULE
           MOVE TR-CODE-REP (IDX-TR)  TO PY-CODE-REP
           MOVE W-PERIODE             TO PY-PERIODE
           MOVE W-RUBRIQUE-PAIE       TO PY-RUBRIQUE
           IF W-CA-NET > ZERO
               MOVE W-CA-NET          TO PY-CA-NET
           ELSE
               MOVE ZERO              TO PY-CA-NET
           END-IF
           MOVE W-MONTANT-DU          TO PY-MONTANT
           WRITE E-COMPAIEX
           ADD 1 TO NB-PAIEMENTS
           ADD W-MONTANT-DU TO W-TOTAL-COMMISSIONS
           .

      *    LA COMMISSION DU MOIS, PAYEE LE MOIS SUIVANT PAR LA PAIE,
      *    EST PROVISIONNEE : DEBIT REMUNERATIONS DU PERSONNEL, CREDIT
      *    PERSONNEL CHARGES A PAYER, UNE PAIRE PAR REPRESENTANT
      *    (REFERENCE = PERIODE + CODE REPRESENTANT)
       ECRIRE-ECRITURES-PROVISION.
           INITIALIZE E-GLJRNL
           MOVE W-PERIODE          TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE GL-CPT-REMUNERATIONS TO GJ-COMPTE
           STRING 'COMMISSION REP ' DELIMITED BY SIZE
                  TR-CODE-REP (IDX-TR) DELIMITED BY SIZE
               INTO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE W-MONTANT-DU       TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-PERIODE          TO GJ-REFERENCE(1:6)
           MOVE TR-CODE-REP (IDX-TR) TO GJ-REFERENCE(8:4)
           MOVE 'COM'              TO GJ-REFERENCE(13:3)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE GL-CPT-PERSONNEL-CAP TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

       MAJ-REPRES.
           MOVE TR-CODE-REP (IDX-TR) TO VR-CODE-REP
           READ REPRES-KSDS
               INVALID KEY
                   DISPLAY 'REPRESENTANT INTROUVABLE EN MISE A JOUR : '
                       VR-CODE-REP
               NOT INVALID KEY
                   MOVE W-PERIODE TO VR-DERNIERE-PERIODE
                   MOVE TR-REPRISE-ENTRANTE (IDX-TR)
                       TO VR-REPRISE-ENTRANTE
                   MOVE W-REPRISE-SORTANTE TO VR-REPRISE-SORTANTE
                   REWRITE E-REPRES
                       INVALID KEY
                           DISPLAY 'ERREUR MISE A JOUR REPRESENTANT : '
                               VR-CODE-REP
                   END-REWRITE
           END-READ
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE REPRES-KSDS
           CLOSE REPAFFEC-KSDS
           CLOSE VENTES-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE PAIEX-FILE
           CLOSE GLJRNL-FILE
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COMMREP - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'REPRESENTANTS LUS         : ' NB-REPRES-LUS
           DISPLAY 'REPRESENTANTS ACTIFS      : ' NB-REPRES
           DISPLAY 'AFFECTATIONS LUES         : ' NB-AFFECTATIONS-LUES
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'LIGNES DU MOIS            : ' NB-VENTES-PERIODE
           DISPLAY 'LIGNES COMMISSIONNEES     : '
               NB-VENTES-COMMISSIONNEES
           DISPLAY 'LIGNES SANS REPRESENTANT  : ' NB-VENTES-SANS-REP
           DISPLAY 'CA NET SANS REPRESENTANT  : ' W-CA-SANS-REP
               ' EUR'
           DISPLAY 'LIGNES REPR. NON ACTIF    : '
               NB-VENTES-REP-INACTIF
           DISPLAY 'COMMISSIONS PAYEES        : ' NB-PAIEMENTS
           DISPLAY 'MONTANT TOTAL A PAYER     : ' W-TOTAL-COMMISSIONS
               ' EUR'
           DISPLAY 'REPRESENTANTS EN REPRISE  : ' NB-REPRISES
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           IF NB-VENTES-NON-CUMULEES > ZERO
               DISPLAY 'LIGNES NON CUMULEES       : '
                   NB-VENTES-NON-CUMULEES
           END-IF
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-REPRES.
           READ REPRES-KSDS NEXT RECORD
               AT END
                   SET FIN-REPRES TO TRUE
               NOT AT END
                   SET NON-FIN-REPRES TO TRUE
           END-READ
           .

       LECTURE-ENRG-AFFECTATION.
           READ REPAFFEC-KSDS NEXT RECORD
               AT END
                   SET FIN-AFFECTATIONS TO TRUE
               NOT AT END
                   SET NON-FIN-AFFECTATIONS TO TRUE
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
               MOVE 'COMMREP' TO TL-INTERFACE
               MOVE SPACES TO TL-PERIODE
               MOVE W-PERIODE TO TL-PERIODE(1:6)
               MOVE W-TL-VERSION TO TL-VERSION
               IF W-TL-VERSION = 1
                   SET TL-EMISSION TO TRUE
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-PAIEMENTS TO TL-NB-ENREG
               MOVE W-TOTAL-COMMISSIONS TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
               MOVE SPACES TO E-TRANSLOG(60:21)
               WRITE E-TRANSLOG
               DISPLAY 'TRANSMISSION COMMREP INSCRITE, VERSION '
                   TL-VERSION
               CLOSE TRANSLG-KSDS
           END-IF
           .

       CHERCHER-VERSION-LIBRE.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'COMMREP' TO TL-INTERFACE
           MOVE SPACES TO TL-PERIODE
           MOVE W-PERIODE TO TL-PERIODE(1:6)
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
