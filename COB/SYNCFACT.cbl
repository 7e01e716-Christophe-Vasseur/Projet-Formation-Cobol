      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE FACTURATION DES LICENCES DE SYNCHRONISATION     *
      *       (132 COL)                                                *
      *                                                                *
      *       PARCOURT SYNCLIG1 ET FACTURE AU LICENCIE CHAQUE LICENCE  *
      *       NON ENCORE FACTUREE (SL-NUM-FACTURE A BLANC) : NUMERO    *
      *       SUR LE COMPTEUR DES FACTURES (INVSEQG1), MONTANT         *
      *       CONVERTI EN EUROS AU TAUX EN VIGUEUR A LA DATE DE DEBUT  *
      *       DE LA LICENCE (MEME PRINCIPE QUE ROYALSYN), ECHEANCIER   *
      *       ENREGISTRE DANS SYNFACG1 (CF SYNCFAC.cpy) ET PORTE A     *
      *       L ENCOURS DU LICENCIE (COMPTLIG1, CF COMPTLI.cpy). LE    *
      *       NUMERO DE FACTURE EST REPORTE SUR LA LICENCE.            *
      *                                                                *
      *       UNE LICENCE DONT LE MONTANT EN EUROS DEPASSE LE SEUIL    *
      *       DE LA CARTE EST ECHELONNEE EN ECHEANCES MENSUELLES       *
      *       EGALES (LA DERNIERE PORTE L ARRONDI), LA PREMIERE AU     *
      *       DELAI DE LA CARTE. EN DECA DU SEUIL, UNE SEULE ECHEANCE  *
      *       AU DELAI DE LA CARTE. LES ENCAISSEMENTS SONT IMPUTES     *
      *       PAR BANKAPPL SUR LE NUMERO DE FACTURE CITE PAR LE        *
      *       VIREMENT ; ROYALSYN NE REVERSE LES DROITS QUE SUR LA     *
      *       PART REGLEE                                              *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         COL  1- 9 SEUIL D ECHELONNEMENT EN EUR, 9(07)V99       *
      *                   (VIDE = 10000,00)                            *
      *         COL 11-12 NOMBRE D ECHEANCES AU-DELA DU SEUIL, 02 A 12 *
      *                   (VIDE = 03)                                  *
      *         COL 14-16 DELAI DE LA PREMIERE ECHEANCE EN JOURS       *
      *                   (VIDE = 030)                                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNCFACT.
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

      *    LICENCES DE SYNCHRONISATION -- LE NUMERO DE FACTURE Y EST
      *    REPORTE
           SELECT SYNCLIC-KSDS
               ASSIGN TO DDSYNCLI
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SL-CLE
               FILE STATUS F-SL-STATUS
               .

           SELECT INVSEQ-KSDS
               ASSIGN TO DDINVSEQ
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IV-CLE
               FILE STATUS F-IV-STATUS
               .

      *    ECHEANCES DES FACTURES DE LICENCE (CF SYNCFAC.cpy)
           SELECT SYNCFAC-KSDS
               ASSIGN TO DDSYNFAC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-CLE
               FILE STATUS F-SF-STATUS
               .

      *    ENCOURS OUVERT PAR LICENCIE (CF COMPTLI.cpy) -- LA FACTURE
      *    AUGMENTE LE SOLDE
           SELECT COMPTLI-KSDS
               ASSIGN TO DDCOMPTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LC-LICENCIE
               FILE STATUS F-LC-STATUS
               .

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

      *    FACTURES DE LICENCE PRETES A IMPRIMER, UNE PAR PAGE
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PR-STATUS
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
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

      * -------------------------------------------------------------- *
      *                                                                *
      *                          FILE SECTION                          *
      *                                                                *
      * -------------------------------------------------------------- *

       FILE SECTION.

       FD SYNCLIC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SYNCLIC
           .

       COPY SYNCLIC.

      *    E-INVSEQ PORTE DES CLAUSES VALUE, INTERDITES EN SECTION
      *    FICHIER : DESSIN LOCAL (CF PRECPOST POUR LE MEME PROCEDE)
       FD INVSEQ-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-INVSEQ-F
           .

       01 E-INVSEQ-F.
           05 IV-CLE                PIC X(08).
           05 IV-DERNIER-NUM        PIC 9(09).
           05 FILLER                PIC X(63).

       FD SYNCFAC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-SYNCFAC
           .

       COPY SYNCFAC.

       FD COMPTLI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTLI
           .

       COPY COMPTLI.

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

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LIGNE
           .

       01 PRINT-LIGNE               PIC X(132).

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
      *                                                                *
      * -------------------------------------------------------------- *

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
       77 F-SL-STATUS             PIC X(02) VALUE '00'.
       77 F-IV-STATUS             PIC X(02) VALUE '00'.
       77 F-SF-STATUS             PIC X(02) VALUE '00'.
       77 F-LC-STATUS             PIC X(02) VALUE '00'.
       77 F-DV-STATUS             PIC X(02) VALUE '00'.
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- SEUIL D ECHELONNEMENT, NOMBRE D ECHEANCES
      * ET DELAI DE LA PREMIERE ECHEANCE (VIDES = VALEURS MAISON)
       01 W-PARM-CARD.
           05 W-PARM-SEUIL            PIC X(09).
           05 W-PARM-SEUIL-N REDEFINES W-PARM-SEUIL
                                      PIC 9(07)V9(02).
           05 FILLER                  PIC X(01).
           05 W-PARM-NB-ECHEANCES     PIC X(02).
           05 W-PARM-NB-ECHEANCES-N REDEFINES W-PARM-NB-ECHEANCES
                                      PIC 9(02).
           05 FILLER                  PIC X(01).
           05 W-PARM-DELAI            PIC X(03).
           05 W-PARM-DELAI-N REDEFINES W-PARM-DELAI
                                      PIC 9(03).
           05 FILLER                  PIC X(64).
       77 W-SEUIL                 PIC 9(07)V9(02) VALUE 10000.
       77 W-NB-ECHEANCES-SEUIL    PIC 9(02) VALUE 3.
       77 W-DELAI                 PIC 9(03) VALUE 30.

      * DATE DU JOUR (AAAAMMJJ) = DATE DE FACTURE
       77 W-DATE-JOUR             PIC 9(08).

      * TAUX DE CONVERSION DE LA LICENCE EN COURS
       77 W-TAUX-LICENCE          PIC 9(03)V9(04) VALUE 1.

      *    HISTORIQUE DES TAUX DE CHANGE (CF ROYALSYN POUR LE MEME
      *    PRINCIPE), APPLIQUE A LA DATE DE DEBUT DE LICENCE
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

      * FACTURE EN COURS -- NUMERO, MONTANT EN EUROS ET ECHEANCIER
       77 W-NUM-FACTURE           PIC 9(09) VALUE ZERO.
       77 W-MONTANT-FACTURE       PIC 9(09)V9(02) VALUE ZERO.
       77 W-NB-ECHEANCES          PIC 9(02) VALUE ZERO.
       77 W-IX-ECHEANCE           PIC 9(02) VALUE ZERO.
       77 W-MONTANT-ECHEANCE      PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-DERNIERE      PIC 9(09)V9(02) VALUE ZERO.

      * CALCUL DES ECHEANCES EN JOURS REELS (FEVRIER A 29 LES ANNEES
      * MULTIPLES DE 4, PRINCIPE SIMPLIFIE DE CALSEMRP) -- LES
      * ECHEANCES SUIVANTES TOMBENT LE MEME QUANTIEME DES MOIS
      * SUIVANTS, RAMENE AU DERNIER JOUR DES MOIS PLUS COURTS
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
       77 W-EH-QUANTIEME          PIC 9(02) VALUE ZERO.

       77 W-NUM-PAGE              PIC 9(04) VALUE ZERO.

      * EN-TETE DE LA FACTURE DE LICENCE
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(40)
               VALUE 'FACTURE DE LICENCE DE SYNCHRONISATION - '.
           05 FILLER                  PIC X(02) VALUE 'N '.
           05 W-LT-NUM                PIC 9(09).
           05 FILLER                  PIC X(05).
           05 FILLER                  PIC X(08) VALUE 'DATE DU '.
           05 W-LT-DATE               PIC 9(08).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(41) VALUE SPACES.

      * BLOC IDENTIFIANT LE LICENCIE FACTURE
       01 W-LIGNE-LICENCIE.
           05 FILLER                  PIC X(09) VALUE 'LICENCIE '.
           05 W-LL-LICENCIE           PIC X(30).
           05 FILLER                  PIC X(93).

      * LICENCE FACTUREE ET CONVERSION APPLIQUEE
       01 W-LIGNE-LICENCE.
           05 FILLER                  PIC X(08) VALUE 'LICENCE '.
           05 W-LI-CODEC              PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LI-NUM-LICENCE        PIC X(04).
           05 FILLER                  PIC X(08) VALUE '  USAGE '.
           05 W-LI-TYPE-USAGE         PIC X(03).
           05 FILLER                  PIC X(05) VALUE '  DU '.
           05 W-LI-DATE-DEBUT         PIC X(08).
           05 FILLER                  PIC X(04) VALUE ' AU '.
           05 W-LI-DATE-FIN           PIC X(08).
           05 FILLER                  PIC X(12) VALUE '  MONTANT : '.
           05 W-LI-MONTANT            PIC Z(6)9,99.
           05 FILLER                  PIC X(01).
           05 W-LI-DEVISE             PIC X(03).
           05 FILLER                  PIC X(09) VALUE '  TAUX : '.
           05 W-LI-TAUX               PIC ZZ9,9999.
           05 FILLER                  PIC X(33).

      * EN-TETE DES COLONNES DE L ECHEANCIER
       01 W-LIGNE-COLONNES.
           05 FILLER                  PIC X(10) VALUE 'ECHEANCE'.
           05 FILLER                  PIC X(12) VALUE 'A REGLER LE'.
           05 FILLER                  PIC X(15) VALUE '    MONTANT EUR'.
           05 FILLER                  PIC X(95) VALUE SPACES.

      * LIGNE DE DETAIL (UNE PAR ECHEANCE)
       01 W-LIGNE-DETAIL.
           05 W-LD-NUM-ECHEANCE       PIC Z9.
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LD-NB-ECHEANCES       PIC 99.
           05 FILLER                  PIC X(05).
           05 W-LD-DATE-ECHEANCE      PIC 9(08).
           05 FILLER                  PIC X(04).
           05 W-LD-MONTANT            PIC Z(10)9,99.
           05 FILLER                  PIC X(96).

      * LIGNE DE TOTAL
       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(40).
           05 W-LTO-LIBELLE           PIC X(30).
           05 W-LTO-MONTANT           PIC Z(10)9,99.
           05 FILLER                  PIC X(04) VALUE ' EUR'.
           05 FILLER                  PIC X(44).

       01 W-LIGNE-MENTION.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(56) VALUE
              'A REGLER PAR VIREMENT EN RAPPELANT LE NUMERO DE FACTURE'.
           05 FILLER                  PIC X(04).
           05 FILLER                  PIC X(71).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * TOTAUX ET COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LICENCES-LUES        PIC 9(07) VALUE ZERO.
       77 NB-DEJA-FACTUREES       PIC 9(07) VALUE ZERO.
       77 NB-SANS-MONTANT         PIC 9(07) VALUE ZERO.
       77 NB-SANS-LICENCIE        PIC 9(07) VALUE ZERO.
       77 NB-FACTURES             PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-ECHELONNEES PIC 9(07) VALUE ZERO.
       77 NB-ECHEANCES-ECRITES    PIC 9(07) VALUE ZERO.
       77 W-TOTAL-FACTURE         PIC 9(11)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-SYNCLIC-IND         PIC 9.
           88 FIN-SYNCLIC             VALUE 1.
           88 NON-FIN-SYNCLIC         VALUE 2.
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
           SET FIN-SYNCLIC TO TRUE
           SET FIN-DEVISEH TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-SEUIL NOT = SPACES
               IF W-PARM-SEUIL IS NOT NUMERIC
                   DISPLAY 'CARTE PARAMETRE INVALIDE : SEUIL '
                       W-PARM-SEUIL
                   PERFORM FIN-TRAITEMENT
               END-IF
               MOVE W-PARM-SEUIL-N TO W-SEUIL
           END-IF
           IF W-PARM-NB-ECHEANCES NOT = SPACES
               IF W-PARM-NB-ECHEANCES IS NOT NUMERIC
                       OR W-PARM-NB-ECHEANCES-N < 2
                       OR W-PARM-NB-ECHEANCES-N > 12
                   DISPLAY 'CARTE PARAMETRE INVALIDE : NOMBRE '
                       'D ECHEANCES ' W-PARM-NB-ECHEANCES
                   PERFORM FIN-TRAITEMENT
               END-IF
               MOVE W-PARM-NB-ECHEANCES-N TO W-NB-ECHEANCES-SEUIL
           END-IF
           IF W-PARM-DELAI NOT = SPACES
               IF W-PARM-DELAI IS NOT NUMERIC
                   DISPLAY 'CARTE PARAMETRE INVALIDE : DELAI '
                       W-PARM-DELAI
                   PERFORM FIN-TRAITEMENT
               END-IF
               MOVE W-PARM-DELAI-N TO W-DELAI
           END-IF
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN I-O SYNCLIC-KSDS
           IF F-SL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SYNCLIC'
               DISPLAY 'CODE ERREUR = ' F-SL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O INVSEQ-KSDS
           IF F-IV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTEUR FACTURES'
               DISPLAY 'CODE ERREUR = ' F-IV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O SYNCFAC-KSDS
           IF F-SF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES LICENCES'
               DISPLAY 'CODE ERREUR = ' F-SF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COMPTLI-KSDS
           IF F-LC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES LICENCIES'
               DISPLAY 'CODE ERREUR = ' F-LC-STATUS
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
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES LICENCES'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'SYNCFACT - FACTURATION DES LICENCES DE'
           DISPLAY '           SYNCHRONISATION'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY 'SEUIL ECHELONNEMENT: ' W-SEUIL ' EUR'
           DISPLAY 'NB ECHEANCES       : ' W-NB-ECHEANCES-SEUIL
           DISPLAY 'DELAI 1ERE ECHEANCE: ' W-DELAI ' JOURS'
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-TABLE-DEVISES

           PERFORM LECTURE-ENRG-SYNCLIC
           PERFORM UNTIL FIN-SYNCLIC
               ADD 1 TO NB-LICENCES-LUES
               PERFORM EXAMINER-LICENCE
               PERFORM LECTURE-ENRG-SYNCLIC
           END-PERFORM

           IF NB-FACTURES > ZERO
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           END-IF

           PERFORM FIN-TRAITEMENT
           .

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

      *    UNE LICENCE DEJA FACTUREE N EST PAS REPRISE ; UNE LICENCE
      *    SANS LICENCIE NE PEUT ETRE PORTEE A AUCUN COMPTE ET RESTE
      *    EN ATTENTE DE CORRECTION (AVERTISSEMENT DANS EXCEPTG1)
       EXAMINER-LICENCE.
           EVALUATE TRUE
               WHEN SL-NUM-FACTURE IS NUMERIC
                       AND SL-NUM-FACTURE NOT = '000000000'
                   ADD 1 TO NB-DEJA-FACTUREES
               WHEN SL-MONTANT = ZERO
                   ADD 1 TO NB-SANS-MONTANT
               WHEN SL-LICENCIE = SPACES
                   ADD 1 TO NB-SANS-LICENCIE
                   DISPLAY 'LICENCE ' SL-CLE
                       ' SANS LICENCIE, NON FACTUREE'
                   MOVE '2'      TO EX-GRAVITE
                   MOVE 'SYNLICNM' TO EX-CODE
                   MOVE SPACES   TO EX-REF
                   MOVE SL-CLE   TO EX-REF(1:10)
                   PERFORM SIGNALER-EXCEPTION
               WHEN OTHER
                   PERFORM FACTURER-LICENCE
           END-EVALUATE
           .

      *    FACTURE DE LA LICENCE : NUMERO, ECHEANCIER, REPORT DU
      *    NUMERO SUR LA LICENCE, ENCOURS DU LICENCIE ET EDITION
       FACTURER-LICENCE.
           PERFORM LIRE-DEVISE-LICENCE
           COMPUTE W-MONTANT-FACTURE ROUNDED =
               SL-MONTANT * W-TAUX-LICENCE
           IF W-MONTANT-FACTURE > W-SEUIL
               MOVE W-NB-ECHEANCES-SEUIL TO W-NB-ECHEANCES
               ADD 1 TO NB-FACTURES-ECHELONNEES
           ELSE
               MOVE 1 TO W-NB-ECHEANCES
           END-IF
      *    ECHEANCES EGALES AU CENTIME INFERIEUR, LA DERNIERE PORTE
      *    LE RESTE POUR QUE L ECHEANCIER SOLDE LA FACTURE
           DIVIDE W-MONTANT-FACTURE BY W-NB-ECHEANCES
               GIVING W-MONTANT-ECHEANCE
           COMPUTE W-MONTANT-DERNIERE = W-MONTANT-FACTURE
               - W-MONTANT-ECHEANCE * (W-NB-ECHEANCES - 1)

           PERFORM ATTRIBUER-NUM-FACTURE
           PERFORM EDITER-ENTETE-FACTURE

           MOVE W-DATE-JOUR TO W-EH-DATE-ECLATEE
           MOVE W-DELAI TO W-EH-JOURS
           PERFORM AVANCER-D-UN-JOUR W-EH-JOURS TIMES
           MOVE W-EH-JOUR TO W-EH-QUANTIEME
           PERFORM ENREGISTRER-ECHEANCE
               VARYING W-IX-ECHEANCE FROM 1 BY 1
               UNTIL W-IX-ECHEANCE > W-NB-ECHEANCES

           MOVE W-NUM-FACTURE TO SL-NUM-FACTURE
           REWRITE E-SYNCLIC
           IF F-SL-STATUS NOT = ZERO
               DISPLAY 'ERREUR MISE A JOUR LICENCE ' SL-CLE
               DISPLAY 'CODE ERREUR = ' F-SL-STATUS
           END-IF

           PERFORM MAJ-SOLDE-COMPTE
           PERFORM EDITER-PIED-FACTURE

           ADD 1 TO NB-FACTURES
           ADD W-MONTANT-FACTURE TO W-TOTAL-FACTURE
           DISPLAY 'FACTURE ' W-NUM-FACTURE ' LICENCE ' SL-CLE
               ' MONTANT ' W-MONTANT-FACTURE ' EN '
               W-NB-ECHEANCES ' ECHEANCE(S)'
           .

      *    PROCHAIN NUMERO DE FACTURE (COMPTEUR INVSEQG1, CF
      *    PGMG1VE1) -- AUTO-CREATION DU COMPTEUR SI ABSENT
       ATTRIBUER-NUM-FACTURE.
           MOVE 'FACTURE' TO IV-CLE
           READ INVSEQ-KSDS
               INVALID KEY
                   MOVE 'FACTURE' TO IV-CLE
                   MOVE 1         TO IV-DERNIER-NUM
                   MOVE SPACES    TO E-INVSEQ-F(18:63)
                   WRITE E-INVSEQ-F
               NOT INVALID KEY
                   ADD 1 TO IV-DERNIER-NUM
                   REWRITE E-INVSEQ-F
           END-READ
           MOVE IV-DERNIER-NUM TO W-NUM-FACTURE
           .

      *    ECHEANCE DE RANG W-IX-ECHEANCE -- LA PREMIERE TOMBE AU
      *    DELAI DE LA CARTE, LES SUIVANTES DE MOIS EN MOIS
       ENREGISTRER-ECHEANCE.
           IF W-IX-ECHEANCE > 1
               PERFORM AVANCER-D-UN-MOIS
           END-IF
           INITIALIZE E-SYNCFAC
           MOVE W-NUM-FACTURE     TO SF-NUM-FACTURE
           MOVE W-IX-ECHEANCE     TO SF-NUM-ECHEANCE
           MOVE SL-CODEC          TO SF-CODEC
           MOVE SL-NUM-LICENCE    TO SF-NUM-LICENCE
           MOVE W-NB-ECHEANCES    TO SF-NB-ECHEANCES
           MOVE W-DATE-JOUR       TO SF-DATE-FACTURE
           MOVE W-EH-DATE-ECLATEE TO SF-DATE-ECHEANCE
           IF W-IX-ECHEANCE = W-NB-ECHEANCES
               MOVE W-MONTANT-DERNIERE TO SF-MONTANT
           ELSE
               MOVE W-MONTANT-ECHEANCE TO SF-MONTANT
           END-IF
           MOVE ZERO              TO SF-MONTANT-REGLE
           MOVE ZERO              TO SF-MONTANT-REVERSE
           MOVE ZERO              TO SF-DATE-REGLEMENT
           SET SF-OUVERTE         TO TRUE
           WRITE E-SYNCFAC
               INVALID KEY
                   DISPLAY 'ECHEANCE DEJA ENREGISTREE, FACTURE '
                       SF-NUM-FACTURE '/' SF-NUM-ECHEANCE
               NOT INVALID KEY
                   ADD 1 TO NB-ECHEANCES-ECRITES
           END-WRITE
           MOVE W-IX-ECHEANCE    TO W-LD-NUM-ECHEANCE
           MOVE W-NB-ECHEANCES   TO W-LD-NB-ECHEANCES
           MOVE SF-DATE-ECHEANCE TO W-LD-DATE-ECHEANCE
           MOVE SF-MONTANT       TO W-LD-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           .

      *    MISE A JOUR DE L ENCOURS OUVERT DU LICENCIE (CF PENALRET,
      *    MAJ-SOLDE-COMPTE) -- AUTO-CREATION DU COMPTE SI ABSENT
       MAJ-SOLDE-COMPTE.
           MOVE SL-LICENCIE TO LC-LICENCIE
           READ COMPTLI-KSDS
               INVALID KEY
                   MOVE SPACES TO E-COMPTLI
                   MOVE SL-LICENCIE TO LC-LICENCIE
                   MOVE W-MONTANT-FACTURE TO LC-SOLDE
                   MOVE W-MONTANT-FACTURE TO LC-TOTAL-FACTURE
                   MOVE ZERO TO LC-TOTAL-ENCAISSE
                   MOVE W-DATE-JOUR TO LC-DATE-MAJ
                   WRITE E-COMPTLI
               NOT INVALID KEY
                   ADD W-MONTANT-FACTURE TO LC-SOLDE
                   ADD W-MONTANT-FACTURE TO LC-TOTAL-FACTURE
                   MOVE W-DATE-JOUR TO LC-DATE-MAJ
                   REWRITE E-COMPTLI
           END-READ
           .

      *    UNE PAGE PAR FACTURE : LICENCIE, LICENCE, PUIS LES
      *    ECHEANCES (EDITEES A LEUR ENREGISTREMENT) ET LE TOTAL
       EDITER-ENTETE-FACTURE.
           ADD 1 TO W-NUM-PAGE
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE W-NUM-FACTURE TO W-LT-NUM
           MOVE W-DATE-JOUR   TO W-LT-DATE
           MOVE W-NUM-PAGE    TO W-LT-NUM-PAGE
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           MOVE SL-LICENCIE   TO W-LL-LICENCIE
           WRITE PRINT-LIGNE FROM W-LIGNE-LICENCIE
           MOVE SL-CODEC       TO W-LI-CODEC
           MOVE SL-NUM-LICENCE TO W-LI-NUM-LICENCE
           MOVE SL-TYPE-USAGE  TO W-LI-TYPE-USAGE
           MOVE SL-DATE-DEBUT  TO W-LI-DATE-DEBUT
           MOVE SL-DATE-FIN    TO W-LI-DATE-FIN
           MOVE SL-MONTANT     TO W-LI-MONTANT
           IF SL-DEVISE = SPACES
               MOVE 'EUR' TO W-LI-DEVISE
           ELSE
               MOVE SL-DEVISE TO W-LI-DEVISE
           END-IF
           MOVE W-TAUX-LICENCE TO W-LI-TAUX
           WRITE PRINT-LIGNE FROM W-LIGNE-LICENCE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-COLONNES
           .

       EDITER-PIED-FACTURE.
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'NET A PAYER' TO W-LTO-LIBELLE
           MOVE W-MONTANT-FACTURE TO W-LTO-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           WRITE PRINT-LIGNE FROM SPACES
           WRITE PRINT-LIGNE FROM W-LIGNE-MENTION
           .

       LIRE-DEVISE-LICENCE.
           MOVE 1 TO W-TAUX-LICENCE
           IF SL-DEVISE NOT = SPACES
               PERFORM TROUVER-TAUX-HISTORIQUE
               IF TAUX-HISTO-NON-TROUVE
                   MOVE SL-DEVISE TO DV-DEVISE
                   READ DEVISE-KSDS
                       INVALID KEY
                           MOVE 1 TO W-TAUX-LICENCE
                       NOT INVALID KEY
                           MOVE DV-TAUX TO W-TAUX-LICENCE
                   END-READ
               END-IF
           END-IF
           .

       TROUVER-TAUX-HISTORIQUE.
           SET TAUX-HISTO-NON-TROUVE TO TRUE
           MOVE LOW-VALUES TO W-DATE-EFFET-RETENU
           PERFORM VARYING IDX-TD FROM 1 BY 1
                   UNTIL IDX-TD > NB-TAUX-HISTO
               IF TD-DEVISE (IDX-TD) = SL-DEVISE
                       AND TD-DATE-EFFET (IDX-TD) <= SL-DATE-DEBUT
                       AND TD-DATE-EFFET (IDX-TD) >= W-DATE-EFFET-RETENU
                   MOVE TD-DATE-EFFET (IDX-TD) TO W-DATE-EFFET-RETENU
                   MOVE TD-TAUX (IDX-TD) TO W-TAUX-LICENCE
                   SET TAUX-HISTO-TROUVE TO TRUE
               END-IF
           END-PERFORM
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

      *    MEME QUANTIEME LE MOIS SUIVANT, OU DERNIER JOUR DU MOIS
      *    SI CELUI-CI EST PLUS COURT
       AVANCER-D-UN-MOIS.
           IF W-EH-MOIS < 12
               ADD 1 TO W-EH-MOIS
           ELSE
               MOVE 1 TO W-EH-MOIS
               ADD 1 TO W-EH-ANNEE
           END-IF
           PERFORM CALCULER-FIN-DE-MOIS
           IF W-EH-QUANTIEME > W-EH-FIN-DE-MOIS
               MOVE W-EH-FIN-DE-MOIS TO W-EH-JOUR
           ELSE
               MOVE W-EH-QUANTIEME TO W-EH-JOUR
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

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE SYNCLIC-KSDS
           CLOSE INVSEQ-KSDS
           CLOSE SYNCFAC-KSDS
           CLOSE COMPTLI-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE PRINT-FILE
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'SYNCFACT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LICENCES LUES             : ' NB-LICENCES-LUES
           DISPLAY 'LICENCES DEJA FACTUREES   : ' NB-DEJA-FACTUREES
           DISPLAY 'LICENCES SANS MONTANT     : ' NB-SANS-MONTANT
           DISPLAY 'LICENCES SANS LICENCIE    : ' NB-SANS-LICENCIE
           DISPLAY 'FACTURES EMISES           : ' NB-FACTURES
           DISPLAY 'DONT ECHELONNEES          : '
               NB-FACTURES-ECHELONNEES
           DISPLAY 'ECHEANCES ENREGISTREES    : '
               NB-ECHEANCES-ECRITES
           DISPLAY 'TOTAL FACTURE             : ' W-TOTAL-FACTURE
               ' EUR'
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-SYNCLIC.
           READ SYNCLIC-KSDS NEXT RECORD
               AT END
                   SET FIN-SYNCLIC TO TRUE
               NOT AT END
                   SET NON-FIN-SYNCLIC TO TRUE
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

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'SYNCFACT' TO W-VR-JOB
           MOVE 'COMPTLIG1' TO W-VR-FICHIER (1)
           MOVE 1           TO W-VR-NB
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
               MOVE 'SYNCFACT' TO EX-BATCH
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
