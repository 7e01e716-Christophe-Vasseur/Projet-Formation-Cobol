      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH MENSUEL DE FACTURATION DES PENALITES DE RETARD     *
      *       DES DISTRIBUTEURS (132 COL)                              *
      *                                                                *
      *       RELEVE LES FACTURES OUVERTES DE VENTESG1 (LIGNES SANS    *
      *       VE-STATUT-REGLEMENT, CF RELANLET) ET, POUR CHAQUE        *
      *       FACTURE DONT L ECHEANCE STOCKEE (ECHEANG1) EST DEPASSEE, *
      *       DECOMPTE LES INTERETS DE RETARD PAR JOUR DE RETARD AU    *
      *       TAUX ANNUEL DE LA CARTE PARAMETRE, DEPUIS L ECHEANCE OU  *
      *       LE DERNIER DECOMPTE, PLUS L INDEMNITE FORFAITAIRE DE     *
      *       RECOUVREMENT UNE SEULE FOIS PAR FACTURE. EMET PAR        *
      *       DISTRIBUTEUR UNE FACTURE DE PENALITES NUMEROTEE SUR LE   *
      *       COMPTEUR DES FACTURES (INVSEQG1), ENREGISTREE DANS       *
      *       PENALG1 (CF PENALITE.cpy), PORTEE A L ENCOURS COMPTDIG1  *
      *       ET A L INTERFACE COMPTABLE (DDGLJRNL, EN AJOUT) :        *
      *         - INTERETS : DEBIT 411000, CREDIT 763100               *
      *         - INDEMNITES : DEBIT 411000, CREDIT 758800             *
      *       LES PENALITES SONT HORS CHAMP DE LA TVA. UN DISTRIBUTEUR *
      *       EXONERE PAR UN SUPERVISEUR (MA-PENALITES-EXONEREES) NE   *
      *       RECOIT PAS DE FACTURE : LE RETARD DECOMPTE LUI EST       *
      *       REMIS ET N EST PAS REPRIS AUX PASSAGES SUIVANTS          *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         COL 1-5  TAUX ANNUEL EN %, 99V999 (01015 = 10,150 %)   *
      *         COL 7-11 INDEMNITE FORFAITAIRE, 999V99 (VIDE = 40,00)  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENALRET.
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

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

      *    ECHEANCES STOCKEES DES FACTURES (CF ECHEANCE.cpy) -- LE
      *    DECOMPTE DES PENALITES Y EST INSCRIT
           SELECT ECHEANCE-KSDS
               ASSIGN TO DDECHEAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EH-NUM-FACTURE
               FILE STATUS F-EH-STATUS
               .

           SELECT INVSEQ-KSDS
               ASSIGN TO DDINVSEQ
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IV-CLE
               FILE STATUS F-IV-STATUS
               .

      *    FACTURES DE PENALITES EMISES (CF PENALITE.cpy)
           SELECT PENALITE-KSDS
               ASSIGN TO DDPENAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PE-NUM-FACTURE
               FILE STATUS F-PE-STATUS
               .

      *    ENCOURS OUVERT PAR DISTRIBUTEUR (CF COMPTDI.cpy) -- LA
      *    FACTURE DE PENALITES AUGMENTE LE SOLDE
           SELECT COMPTDI-KSDS
               ASSIGN TO DDCOMPTD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CD-SIREN
               FILE STATUS F-CD-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

      *    FACTURES DE PENALITES PRETES A IMPRIMER, UNE PAR PAGE
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

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

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
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 VE-DISPOSITION       PIC X(01).
           05 VE-FORMAT            PIC X(01).
           05 VE-STATUT-REGLEMENT  PIC X(01).
               88 VE-FACTURE-REGLEE    VALUE 'R'.
               88 VE-FACTURE-ANNULEE   VALUE 'A'.
               88 VE-FACTURE-SOLDEE    VALUE 'R' 'P' 'V' 'A'.
           05 FILLER               PIC X(07).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

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

       FD PENALITE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PENALITE
           .

       COPY PENALITE.

       FD COMPTDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COMPTDI
           .

       COPY COMPTDI.

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
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-EH-STATUS             PIC X(02) VALUE '00'.
       77 F-IV-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-CD-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- TAUX ANNUEL DES INTERETS DE RETARD (EN %,
      * OBLIGATOIRE) ET INDEMNITE FORFAITAIRE PAR FACTURE EN RETARD
      * (VIDE = 40,00 EUR)
       01 W-PARM-CARD.
           05 W-PARM-TAUX             PIC X(05).
           05 W-PARM-TAUX-N REDEFINES W-PARM-TAUX
                                      PIC 9(02)V9(03).
           05 FILLER                  PIC X(01).
           05 W-PARM-INDEMNITE        PIC X(05).
           05 W-PARM-INDEMNITE-N REDEFINES W-PARM-INDEMNITE
                                      PIC 9(03)V9(02).
           05 FILLER                  PIC X(69).
       77 W-TAUX-ANNUEL           PIC 9(02)V9(03) VALUE ZERO.
       77 W-INDEMNITE             PIC 9(03)V9(02) VALUE 40.

      * COMPTES DU PLAN COMPTABLE MOUVEMENTES PAR LES PENALITES
       77 GL-CPT-CLIENTS          PIC X(08) VALUE '411000  '.
       77 GL-CPT-INTERETS-RETARD  PIC X(08) VALUE '763100  '.
       77 GL-CPT-INDEMNITES       PIC X(08) VALUE '758800  '.

      * DATE DU JOUR (AAAAMMJJ) = DATE DE FACTURE ET DE DECOMPTE, ET
      * PERIODE D ECRITURE (AAAAMM)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-PERIODE               PIC 9(06).

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

      * ECHEANCE ABSENTE DE ECHEANG1 (FACTURE ANTERIEURE AUX
      * CONDITIONS DE REGLEMENT) -- CREEE A 30 JOURS NETS POUR Y
      * INSCRIRE LE DECOMPTE
       01 W-EH-LUE-IND            PIC 9.
           88 ECHEANCE-LUE            VALUE 1.
           88 ECHEANCE-A-CREER        VALUE 2.

      * NUMERO DE JOUR D UNE DATE AAAAMMJJ (JOURS ECOULES DEPUIS LE
      * 01/01/0001, MEME REGLE DES ANNEES BISSEXTILES) -- LE RETARD
      * EST LA DIFFERENCE DE DEUX NUMEROS
       77 W-NJ-DATE               PIC 9(08).
       01 W-NJ-DATE-ECLATEE.
           05 W-NJ-ANNEE              PIC 9(04).
           05 W-NJ-MOIS               PIC 9(02).
           05 W-NJ-JOUR               PIC 9(02).
       01 W-NJ-TABLE-CUMUL.
           05 FILLER                  PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01 FILLER REDEFINES W-NJ-TABLE-CUMUL.
           05 W-NJ-CUMUL-MOIS         PIC 9(03) OCCURS 12 TIMES.
       77 W-NJ-ANNEES             PIC 9(04) VALUE ZERO.
       77 W-NJ-BISSEXTILES        PIC 9(04) VALUE ZERO.
       77 W-NJ-NUMERO             PIC 9(07) VALUE ZERO.
       77 W-NJ-NUMERO-JOUR        PIC 9(07) VALUE ZERO.

      * DEBUT DU RETARD A DECOMPTER (ECHEANCE OU DERNIER DECOMPTE)
      * ET NOMBRE DE JOURS DE RETARD
       77 W-DATE-DEBUT            PIC 9(08).
       77 W-NB-JOURS              PIC 9(05) VALUE ZERO.

      * FACTURES OUVERTES, RELEVEES A LA PREMIERE PASSE AVEC LEUR
      * MONTANT OUVERT (TTC DES LIGNES NON SOLDEES), PUIS LEUR
      * DECOMPTE DE PENALITES A LA SECONDE. AU-DELA DE LA TABLE, UNE
      * FACTURE EST REPRISE AU PASSAGE SUIVANT
       01 TABLE-FACTURES.
           05 TF-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TF.
               10 TF-NUM-FACTURE      PIC 9(09).
               10 TF-SIREN            PIC X(05).
               10 TF-DATE-FACTURE     PIC X(08).
               10 TF-MONTANT          PIC 9(11)V9(02).
               10 TF-DATE-ECHEANCE    PIC 9(08).
               10 TF-DATE-DEBUT       PIC 9(08).
               10 TF-NB-JOURS         PIC 9(05).
               10 TF-INTERETS         PIC 9(09)V9(02).
               10 TF-INDEMNITE        PIC 9(03)V9(02).
               10 TF-DECOMPTE-IND     PIC X(01).
                   88 TF-DECOMPTEE        VALUE 'O'.
       77 NB-FACTURES-TABLE       PIC 9(04) VALUE ZERO.
       01 FACTURE-TROUVEE-IND     PIC 9.
           88 FACTURE-TROUVEE         VALUE 1.
           88 FACTURE-NON-TROUVEE     VALUE 2.

      * DISTRIBUTEURS PENALISES, AVEC LEUR EXONERATION EVENTUELLE ET
      * LE CUMUL DE LEURS PENALITES
       01 TABLE-DISTRIB.
           05 TD-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TD.
               10 TD-SIREN            PIC X(05).
               10 TD-EXONERE          PIC X(01).
                   88 TD-PENALITES-EXONEREES VALUE 'O'.
               10 TD-NB-FACTURES      PIC 9(05).
               10 TD-INTERETS         PIC 9(09)V9(02).
               10 TD-INDEMNITES       PIC 9(07)V9(02).
       77 NB-DISTRIB-TABLE        PIC 9(03) VALUE ZERO.
       01 DISTRIB-TROUVE-IND      PIC 9.
           88 DISTRIB-TROUVE          VALUE 1.
           88 DISTRIB-NON-TROUVE      VALUE 2.

      * FACTURE DE PENALITES EN COURS
       77 W-NUM-PENALITE          PIC 9(09) VALUE ZERO.
       77 W-MONTANT-PENALITE      PIC 9(09)V9(02) VALUE ZERO.

      * ECRITURE EN COURS
       77 W-MONTANT-ECRITURE      PIC 9(09)V9(02) VALUE ZERO.
       77 W-GJ-CPT-DEBIT          PIC X(08).
       77 W-GJ-CPT-CREDIT         PIC X(08).
       77 W-GJ-LIBELLE            PIC X(20).

      * IDENTITE DU DISTRIBUTEUR FACTURE
       77 W-RAISON-SOC-MA         PIC X(30) VALUE SPACES.
       77 W-ADRESSE-MA            PIC X(15) VALUE SPACES.
       77 W-NUM-PAGE              PIC 9(04) VALUE ZERO.

      * EN-TETE DE LA FACTURE DE PENALITES
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(33)
               VALUE 'FACTURE DE PENALITES DE RETARD - '.
           05 FILLER                  PIC X(02) VALUE 'N '.
           05 W-LT-NUM                PIC 9(09).
           05 FILLER                  PIC X(05).
           05 FILLER                  PIC X(08) VALUE 'DATE DU '.
           05 W-LT-DATE               PIC 9(08).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(48) VALUE SPACES.

      * BLOC IDENTIFIANT LE DISTRIBUTEUR FACTURE
       01 W-LIGNE-DISTRIBUTEUR.
           05 FILLER                  PIC X(13)
               VALUE 'DISTRIBUTEUR '.
           05 W-LD-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LD-RAISON-SOC         PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LD-ADRESSE            PIC X(15).
           05 FILLER                  PIC X(67).

      * CONDITIONS APPLIQUEES
       01 W-LIGNE-CONDITIONS.
           05 FILLER                  PIC X(37)
               VALUE 'TAUX ANNUEL DES INTERETS DE RETARD : '.
           05 W-LC-TAUX               PIC Z9,999.
           05 FILLER                  PIC X(02) VALUE ' %'.
           05 FILLER                  PIC X(05).
           05 FILLER                  PIC X(36)
               VALUE 'INDEMNITE FORFAITAIRE PAR FACTURE : '.
           05 W-LC-INDEMNITE          PIC ZZ9,99.
           05 FILLER                  PIC X(04) VALUE ' EUR'.
           05 FILLER                  PIC X(36).

      * EN-TETE DES COLONNES DE DETAIL
       01 W-LIGNE-COLONNES.
           05 FILLER                  PIC X(11) VALUE 'FACTURE N'.
           05 FILLER                  PIC X(10) VALUE 'ECHEANCE'.
           05 FILLER                  PIC X(12) VALUE 'RETARD DU'.
           05 FILLER                  PIC X(15) VALUE ' MONTANT OUVERT'.
           05 FILLER                  PIC X(07) VALUE ' JOURS'.
           05 FILLER                  PIC X(16)
               VALUE '        INTERETS'.
           05 FILLER                  PIC X(14) VALUE '     INDEMNITE'.
           05 FILLER                  PIC X(47) VALUE SPACES.

      * LIGNE DE DETAIL (UNE PAR FACTURE EN RETARD)
       01 W-LIGNE-DETAIL.
           05 W-LD2-NUM-FACTURE       PIC Z(8)9.
           05 FILLER                  PIC X(02).
           05 W-LD2-ECHEANCE          PIC 9(08).
           05 FILLER                  PIC X(02).
           05 W-LD2-DEBUT             PIC 9(08).
           05 FILLER                  PIC X(04).
           05 W-LD2-MONTANT           PIC Z(10)9,99.
           05 FILLER                  PIC X(02).
           05 W-LD2-NB-JOURS          PIC Z(4)9.
           05 FILLER                  PIC X(02).
           05 W-LD2-INTERETS          PIC Z(10)9,99.
           05 FILLER                  PIC X(02).
           05 W-LD2-INDEMNITE         PIC Z(8)9,99.
           05 FILLER                  PIC X(48).

      * LIGNES DE TOTAL
       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(40).
           05 W-LTO-LIBELLE           PIC X(30).
           05 W-LTO-MONTANT           PIC Z(10)9,99.
           05 FILLER                  PIC X(04) VALUE ' EUR'.
           05 FILLER                  PIC X(44).

       01 W-LIGNE-MENTION.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(60) VALUE
               'PENALITES HORS CHAMP DE LA TVA, PAYABLES A RECEPTION'.
           05 FILLER                  PIC X(71).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * TOTAUX ET COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-OUVERTES    PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-HORS-TABLE  PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-EN-RETARD   PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-REMISES     PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-PENALITES   PIC 9(05) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(05) VALUE ZERO.
       77 W-TOTAL-INTERETS        PIC 9(11)V9(02) VALUE ZERO.
       77 W-TOTAL-INDEMNITES      PIC 9(11)V9(02) VALUE ZERO.
       77 W-TOTAL-REMIS           PIC 9(11)V9(02) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VENTES
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.

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
           SET FIN-VENTES TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           DIVIDE W-DATE-JOUR BY 100 GIVING W-PERIODE
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-TAUX IS NOT NUMERIC
               DISPLAY 'CARTE PARAMETRE INVALIDE : TAUX ANNUEL '
                   W-PARM-TAUX
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-TAUX-N TO W-TAUX-ANNUEL
           IF W-PARM-INDEMNITE IS NUMERIC
               MOVE W-PARM-INDEMNITE-N TO W-INDEMNITE
           END-IF
      *    PRISE DES VERROUS AVANT TOUTE OUVERTURE DE FICHIER
           PERFORM PRENDRE-VERROUS
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISON'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O ECHEANCE-KSDS
           IF F-EH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECHEANCES'
               DISPLAY 'CODE ERREUR = ' F-EH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O INVSEQ-KSDS
           IF F-IV-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTEUR FACTURES'
               DISPLAY 'CODE ERREUR = ' F-IV-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O PENALITE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES PENALITES'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O COMPTDI-KSDS
           IF F-CD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES DISTRIB'
               DISPLAY 'CODE ERREUR = ' F-CD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER JOURNAL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER FACTURES PENALITES'
               DISPLAY 'CODE ERREUR = ' F-PR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'PENALRET - FACTURATION DES PENALITES DE RETARD'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY 'TAUX ANNUEL        : ' W-TAUX-ANNUEL
           DISPLAY 'INDEMNITE/FACTURE  : ' W-INDEMNITE
           DISPLAY '---------------------------------------------'

           MOVE W-DATE-JOUR TO W-NJ-DATE
           PERFORM CALCULER-NUMERO-JOUR
           MOVE W-NJ-NUMERO TO W-NJ-NUMERO-JOUR

           PERFORM RELEVER-FACTURES
           PERFORM VARYING IDX-TF FROM 1 BY 1
                   UNTIL IDX-TF > NB-FACTURES-TABLE
               PERFORM DECOMPTER-FACTURE
           END-PERFORM
           PERFORM VARYING IDX-TD FROM 1 BY 1
                   UNTIL IDX-TD > NB-DISTRIB-TABLE
               IF TD-PENALITES-EXONEREES (IDX-TD)
                   ADD TD-INTERETS (IDX-TD)   TO W-TOTAL-REMIS
                   ADD TD-INDEMNITES (IDX-TD) TO W-TOTAL-REMIS
               ELSE
                   IF TD-INTERETS (IDX-TD) + TD-INDEMNITES (IDX-TD)
                           > ZERO
                       PERFORM FACTURER-PENALITES
                   END-IF
               END-IF
           END-PERFORM

           IF NB-FACTURES-PENALITES > ZERO
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           END-IF

           PERFORM FIN-TRAITEMENT
           .

      *    PREMIERE PASSE -- MONTANT OUVERT DE CHAQUE FACTURE (LES
      *    LIGNES D UNE MEME FACTURE NE SE SUIVENT PAS DANS VENTESG1)
       RELEVER-FACTURES.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               ADD 1 TO NB-VENTES-LUES
               IF NOT VE-MVT-RETOUR
                       AND VE-NUM-FACTURE NOT = ZERO
                       AND NOT VE-FACTURE-SOLDEE
                   PERFORM RECHERCHER-OU-CREER-FACTURE
                   IF FACTURE-TROUVEE
                       COMPUTE TF-MONTANT (IDX-TF) =
                           TF-MONTANT (IDX-TF) + VE-PRIX * VE-QTE
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           .

       RECHERCHER-OU-CREER-FACTURE.
           SET FACTURE-NON-TROUVEE TO TRUE
           SET IDX-TF TO 1
           SEARCH TF-ENTREE
               AT END
                   SET FACTURE-NON-TROUVEE TO TRUE
               WHEN IDX-TF > NB-FACTURES-TABLE
                   SET FACTURE-NON-TROUVEE TO TRUE
               WHEN TF-NUM-FACTURE (IDX-TF) = VE-NUM-FACTURE
                   SET FACTURE-TROUVEE TO TRUE
           END-SEARCH
           IF FACTURE-NON-TROUVEE
               IF NB-FACTURES-TABLE < 2000
                   ADD 1 TO NB-FACTURES-TABLE
                   ADD 1 TO NB-FACTURES-OUVERTES
                   SET IDX-TF TO NB-FACTURES-TABLE
                   MOVE VE-NUM-FACTURE TO TF-NUM-FACTURE (IDX-TF)
                   MOVE VE-SIREN       TO TF-SIREN (IDX-TF)
                   MOVE VE-DATE-VENTE  TO TF-DATE-FACTURE (IDX-TF)
                   MOVE ZERO           TO TF-MONTANT (IDX-TF)
                   MOVE ZERO           TO TF-DATE-ECHEANCE (IDX-TF)
                   MOVE ZERO           TO TF-DATE-DEBUT (IDX-TF)
                   MOVE ZERO           TO TF-NB-JOURS (IDX-TF)
                   MOVE ZERO           TO TF-INTERETS (IDX-TF)
                   MOVE ZERO           TO TF-INDEMNITE (IDX-TF)
                   MOVE 'N'            TO TF-DECOMPTE-IND (IDX-TF)
                   SET FACTURE-TROUVEE TO TRUE
               ELSE
                   ADD 1 TO NB-FACTURES-HORS-TABLE
                   DISPLAY 'TABLE DES FACTURES PLEINE, FACTURE '
                       VE-NUM-FACTURE ' REPRISE AU PROCHAIN PASSAGE'
               END-IF
           END-IF
           .

      *    SECONDE PASSE -- RETARD SUR L ECHEANCE STOCKEE, DECOMPTE
      *    DEPUIS L ECHEANCE OU LE DERNIER DECOMPTE, INSCRIT SUR
      *    L ECHEANCE QUE LE DISTRIBUTEUR SOIT FACTURE OU EXONERE
       DECOMPTER-FACTURE.
           PERFORM LIRE-ECHEANCE
           MOVE EH-DATE-ECHEANCE TO TF-DATE-ECHEANCE (IDX-TF)
           MOVE EH-DATE-ECHEANCE TO W-DATE-DEBUT
           IF EH-DATE-PENALITE > W-DATE-DEBUT
               MOVE EH-DATE-PENALITE TO W-DATE-DEBUT
           END-IF
           MOVE W-DATE-DEBUT TO W-NJ-DATE-ECLATEE
           IF W-DATE-DEBUT < W-DATE-JOUR
                   AND W-NJ-MOIS NOT < 1 AND W-NJ-MOIS NOT > 12
               PERFORM RECHERCHER-OU-CREER-DISTRIB
               IF DISTRIB-TROUVE
                   PERFORM CALCULER-PENALITES
               END-IF
           END-IF
           .

       CALCULER-PENALITES.
           MOVE W-DATE-DEBUT TO W-NJ-DATE
           PERFORM CALCULER-NUMERO-JOUR
           COMPUTE W-NB-JOURS = W-NJ-NUMERO-JOUR - W-NJ-NUMERO
           MOVE W-DATE-DEBUT TO TF-DATE-DEBUT (IDX-TF)
           MOVE W-NB-JOURS   TO TF-NB-JOURS (IDX-TF)
           COMPUTE TF-INTERETS (IDX-TF) ROUNDED =
               TF-MONTANT (IDX-TF) * W-TAUX-ANNUEL * W-NB-JOURS
                   / 36500
           IF NOT EH-INDEMNITE-DECOMPTEE
               MOVE W-INDEMNITE TO TF-INDEMNITE (IDX-TF)
           END-IF
           MOVE 'O' TO TF-DECOMPTE-IND (IDX-TF)
           ADD 1 TO NB-FACTURES-EN-RETARD
           ADD 1 TO TD-NB-FACTURES (IDX-TD)
           ADD TF-INTERETS (IDX-TF)  TO TD-INTERETS (IDX-TD)
           ADD TF-INDEMNITE (IDX-TF) TO TD-INDEMNITES (IDX-TD)
           IF TD-PENALITES-EXONEREES (IDX-TD)
               ADD 1 TO NB-FACTURES-REMISES
           END-IF

           MOVE W-DATE-JOUR TO EH-DATE-PENALITE
           MOVE 'O'         TO EH-INDEMNITE
           IF ECHEANCE-LUE
               REWRITE E-ECHEANCE
           ELSE
               WRITE E-ECHEANCE
                   INVALID KEY
                       DISPLAY 'ECHEANCE DEJA ENREGISTREE, FACTURE '
                           EH-NUM-FACTURE
               END-WRITE
           END-IF
           .

      *    L EXONERATION EST RELEVEE SUR MAISONDI A LA PREMIERE
      *    FACTURE EN RETARD DU DISTRIBUTEUR -- AU-DELA DE LA TABLE,
      *    LA FACTURE N EST PAS DECOMPTEE ET EST REPRISE AU PASSAGE
      *    SUIVANT
       RECHERCHER-OU-CREER-DISTRIB.
           SET DISTRIB-NON-TROUVE TO TRUE
           SET IDX-TD TO 1
           SEARCH TD-ENTREE
               AT END
                   SET DISTRIB-NON-TROUVE TO TRUE
               WHEN IDX-TD > NB-DISTRIB-TABLE
                   SET DISTRIB-NON-TROUVE TO TRUE
               WHEN TD-SIREN (IDX-TD) = TF-SIREN (IDX-TF)
                   SET DISTRIB-TROUVE TO TRUE
           END-SEARCH
           IF DISTRIB-NON-TROUVE
               IF NB-DISTRIB-TABLE < 500
                   ADD 1 TO NB-DISTRIB-TABLE
                   SET IDX-TD TO NB-DISTRIB-TABLE
                   MOVE TF-SIREN (IDX-TF) TO TD-SIREN (IDX-TD)
                   MOVE 'N'  TO TD-EXONERE (IDX-TD)
                   MOVE ZERO TO TD-NB-FACTURES (IDX-TD)
                   MOVE ZERO TO TD-INTERETS (IDX-TD)
                   MOVE ZERO TO TD-INDEMNITES (IDX-TD)
                   MOVE TF-SIREN (IDX-TF) TO MA-SIREN
                   READ MAISONDI-KSDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MA-PENALITES-EXONEREES
                               MOVE 'O' TO TD-EXONERE (IDX-TD)
                           END-IF
                   END-READ
                   SET DISTRIB-TROUVE TO TRUE
               ELSE
                   ADD 1 TO NB-FACTURES-HORS-TABLE
                   DISPLAY 'TABLE DES DISTRIBUTEURS PLEINE, FACTURE '
                       TF-NUM-FACTURE (IDX-TF)
                       ' REPRISE AU PROCHAIN PASSAGE'
               END-IF
           END-IF
           .

      *    TROISIEME PASSE -- FACTURE DE PENALITES DU DISTRIBUTEUR :
      *    NUMERO, ENREGISTREMENT, ENCOURS, ECRITURES ET EDITION
       FACTURER-PENALITES.
           COMPUTE W-MONTANT-PENALITE =
               TD-INTERETS (IDX-TD) + TD-INDEMNITES (IDX-TD)
           PERFORM ATTRIBUER-NUM-FACTURE

           INITIALIZE E-PENALITE
           MOVE W-NUM-PENALITE          TO PE-NUM-FACTURE
           MOVE TD-SIREN (IDX-TD)       TO PE-SIREN
           MOVE W-DATE-JOUR             TO PE-DATE-FACTURE
           MOVE TD-NB-FACTURES (IDX-TD) TO PE-NB-FACTURES
           MOVE W-TAUX-ANNUEL           TO PE-TAUX-ANNUEL
           MOVE TD-INTERETS (IDX-TD)    TO PE-MONTANT-INTERETS
           MOVE TD-INDEMNITES (IDX-TD)  TO PE-MONTANT-INDEMNITES
           MOVE W-MONTANT-PENALITE      TO PE-MONTANT-TOTAL
           WRITE E-PENALITE
               INVALID KEY
                   DISPLAY 'FACTURE DE PENALITES DEJA ENREGISTREE '
                       PE-NUM-FACTURE
           END-WRITE

           PERFORM MAJ-SOLDE-COMPTE
           PERFORM COMPTABILISER-PENALITES
           PERFORM EDITER-FACTURE-PENALITES

           ADD 1 TO NB-FACTURES-PENALITES
           ADD TD-INTERETS (IDX-TD)   TO W-TOTAL-INTERETS
           ADD TD-INDEMNITES (IDX-TD) TO W-TOTAL-INDEMNITES
           DISPLAY 'FACTURE DE PENALITES ' W-NUM-PENALITE
               ' SIREN ' TD-SIREN (IDX-TD)
               ' MONTANT ' W-MONTANT-PENALITE
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
           MOVE IV-DERNIER-NUM TO W-NUM-PENALITE
           .

      *    MISE A JOUR DE L ENCOURS OUVERT DU DISTRIBUTEUR (CF
      *    PGMG1VE1, P-MAJ-SOLDE-COMPTE) -- LA FACTURE DE PENALITES
      *    AUGMENTE LE SOLDE ; AUTO-CREATION DU COMPTE SI ABSENT
       MAJ-SOLDE-COMPTE.
           MOVE TD-SIREN (IDX-TD) TO CD-SIREN
           READ COMPTDI-KSDS
               INVALID KEY
                   MOVE SPACES TO E-COMPTDI
                   MOVE TD-SIREN (IDX-TD) TO CD-SIREN
                   MOVE W-MONTANT-PENALITE TO CD-SOLDE
                   MOVE W-DATE-JOUR TO CD-DATE-MAJ
                   WRITE E-COMPTDI
               NOT INVALID KEY
                   ADD W-MONTANT-PENALITE TO CD-SOLDE
                   MOVE W-DATE-JOUR TO CD-DATE-MAJ
                   REWRITE E-COMPTDI
           END-READ
           .

      *    LA CREANCE DE PENALITES EST PORTEE AU COMPTE CLIENTS EN
      *    CONTREPARTIE DES PRODUITS -- INTERETS (763100) ET
      *    INDEMNITES FORFAITAIRES (758800), SANS TVA
       COMPTABILISER-PENALITES.
           MOVE GL-CPT-CLIENTS TO W-GJ-CPT-DEBIT
           IF TD-INTERETS (IDX-TD) > ZERO
               MOVE SPACES TO W-GJ-LIBELLE
               STRING 'INT RET F ' DELIMITED BY SIZE
                      W-NUM-PENALITE DELIMITED BY SIZE
                   INTO W-GJ-LIBELLE
               MOVE TD-INTERETS (IDX-TD)   TO W-MONTANT-ECRITURE
               MOVE GL-CPT-INTERETS-RETARD TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           IF TD-INDEMNITES (IDX-TD) > ZERO
               MOVE SPACES TO W-GJ-LIBELLE
               STRING 'INDEMN F ' DELIMITED BY SIZE
                      W-NUM-PENALITE DELIMITED BY SIZE
                   INTO W-GJ-LIBELLE
               MOVE TD-INDEMNITES (IDX-TD) TO W-MONTANT-ECRITURE
               MOVE GL-CPT-INDEMNITES      TO W-GJ-CPT-CREDIT
               PERFORM ECRIRE-PAIRE
           END-IF
           .

       ECRIRE-PAIRE.
           INITIALIZE E-GLJRNL
           MOVE W-PERIODE          TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE W-GJ-CPT-DEBIT     TO GJ-COMPTE
           MOVE W-GJ-LIBELLE       TO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE W-MONTANT-ECRITURE TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-PERIODE          TO GJ-REFERENCE(1:6)
           MOVE 'PENALRET'         TO GJ-REFERENCE(8:8)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE W-GJ-CPT-CREDIT    TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

      *    UNE PAGE PAR FACTURE DE PENALITES, AVEC LE DETAIL DES
      *    FACTURES EN RETARD DECOMPTEES POUR LE DISTRIBUTEUR
       EDITER-FACTURE-PENALITES.
           PERFORM LIRE-MAISON
           ADD 1 TO W-NUM-PAGE
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE W-NUM-PENALITE TO W-LT-NUM
           MOVE W-DATE-JOUR    TO W-LT-DATE
           MOVE W-NUM-PAGE     TO W-LT-NUM-PAGE
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           MOVE TD-SIREN (IDX-TD) TO W-LD-SIREN
           MOVE W-RAISON-SOC-MA   TO W-LD-RAISON-SOC
           MOVE W-ADRESSE-MA      TO W-LD-ADRESSE
           WRITE PRINT-LIGNE FROM W-LIGNE-DISTRIBUTEUR
           MOVE W-TAUX-ANNUEL     TO W-LC-TAUX
           MOVE W-INDEMNITE       TO W-LC-INDEMNITE
           WRITE PRINT-LIGNE FROM W-LIGNE-CONDITIONS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-COLONNES

           PERFORM VARYING IDX-TF FROM 1 BY 1
                   UNTIL IDX-TF > NB-FACTURES-TABLE
               IF TF-SIREN (IDX-TF) = TD-SIREN (IDX-TD)
                       AND TF-DECOMPTEE (IDX-TF)
                   MOVE TF-NUM-FACTURE (IDX-TF)   TO W-LD2-NUM-FACTURE
                   MOVE TF-DATE-ECHEANCE (IDX-TF) TO W-LD2-ECHEANCE
                   MOVE TF-DATE-DEBUT (IDX-TF)    TO W-LD2-DEBUT
                   MOVE TF-MONTANT (IDX-TF)       TO W-LD2-MONTANT
                   MOVE TF-NB-JOURS (IDX-TF)      TO W-LD2-NB-JOURS
                   MOVE TF-INTERETS (IDX-TF)      TO W-LD2-INTERETS
                   MOVE TF-INDEMNITE (IDX-TF)     TO W-LD2-INDEMNITE
                   WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
               END-IF
           END-PERFORM

           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'TOTAL INTERETS DE RETARD' TO W-LTO-LIBELLE
           MOVE TD-INTERETS (IDX-TD) TO W-LTO-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'TOTAL INDEMNITES FORFAITAIRES' TO W-LTO-LIBELLE
           MOVE TD-INDEMNITES (IDX-TD) TO W-LTO-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'NET A PAYER' TO W-LTO-LIBELLE
           MOVE W-MONTANT-PENALITE TO W-LTO-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           WRITE PRINT-LIGNE FROM SPACES
           WRITE PRINT-LIGNE FROM W-LIGNE-MENTION
           .

       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC-MA
           MOVE SPACES TO W-ADRESSE-MA
           MOVE TD-SIREN (IDX-TD) TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-RAISON-SOC TO W-RAISON-SOC-MA
                   MOVE MA-ADRESSE    TO W-ADRESSE-MA
           END-READ
           .

      *    ECHEANCE STOCKEE DE LA FACTURE (ECHEANG1) -- UNE FACTURE
      *    EMISE AVANT LES CONDITIONS DE REGLEMENT PAR DISTRIBUTEUR
      *    N EN A PAS : ELLE EST TRAITEE A 30 JOURS NETS DE SA DATE
      *    (CF RELANLET) ET SON ECHEANCE EST CREEE AU DECOMPTE
       LIRE-ECHEANCE.
           SET ECHEANCE-LUE TO TRUE
           MOVE TF-NUM-FACTURE (IDX-TF) TO EH-NUM-FACTURE
           READ ECHEANCE-KSDS
               INVALID KEY
                   SET ECHEANCE-A-CREER TO TRUE
                   INITIALIZE E-ECHEANCE
                   MOVE TF-NUM-FACTURE (IDX-TF) TO EH-NUM-FACTURE
                   MOVE TF-SIREN (IDX-TF) TO EH-SIREN
                   IF TF-DATE-FACTURE (IDX-TF) IS NUMERIC
                       MOVE TF-DATE-FACTURE (IDX-TF)
                           TO EH-DATE-FACTURE
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

      *    NUMERO DE JOUR DE W-NJ-DATE (MOIS VALIDE SUPPOSE) -- JOURS
      *    DES ANNEES ENTIERES ECOULEES, DES MOIS ECOULES DE L ANNEE
      *    ET DU JOUR, PLUS LE 29 FEVRIER DE L ANNEE SI BISSEXTILE
      *    ET DEPASSE
       CALCULER-NUMERO-JOUR.
           MOVE W-NJ-DATE TO W-NJ-DATE-ECLATEE
           COMPUTE W-NJ-ANNEES = W-NJ-ANNEE - 1
           DIVIDE W-NJ-ANNEES BY 4 GIVING W-NJ-BISSEXTILES
           COMPUTE W-NJ-NUMERO = W-NJ-ANNEES * 365 + W-NJ-BISSEXTILES
               + W-NJ-CUMUL-MOIS (W-NJ-MOIS) + W-NJ-JOUR
           IF W-NJ-MOIS > 2
               DIVIDE W-NJ-ANNEE BY 4
                   GIVING W-EH-QUOTIENT-BISSEXT
                   REMAINDER W-EH-RESTE-BISSEXT
               IF W-EH-RESTE-BISSEXT = ZERO
                   ADD 1 TO W-NJ-NUMERO
               END-IF
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE INVSEQ-KSDS
           CLOSE PENALITE-KSDS
           CLOSE COMPTDI-KSDS
           CLOSE GLJRNL-FILE
           CLOSE PRINT-FILE
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM RENDRE-VERROUS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'PENALRET - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'FACTURES OUVERTES         : '
               NB-FACTURES-OUVERTES
           DISPLAY 'FACTURES REPORTEES        : '
               NB-FACTURES-HORS-TABLE
           DISPLAY 'FACTURES EN RETARD        : '
               NB-FACTURES-EN-RETARD
           DISPLAY 'DONT DISTRIB. EXONERES    : ' NB-FACTURES-REMISES
           DISPLAY 'FACTURES DE PENALITES     : '
               NB-FACTURES-PENALITES
           DISPLAY 'TOTAL INTERETS FACTURES   : ' W-TOTAL-INTERETS
           DISPLAY 'TOTAL INDEMNITES FACTUREES: ' W-TOTAL-INDEMNITES
           DISPLAY 'TOTAL REMIS (EXONERATIONS): ' W-TOTAL-REMIS
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
           END-READ
           .

      *    PRISE DES VERROUS DU REGISTRE (CF BATLOCK.cpy) SUR LES
      *    FICHIERS MIS A JOUR PAR CE TRAITEMENT -- UN FICHIER DEJA
      *    TENU PAR UN AUTRE PASSAGE ARRETE LE TRAITEMENT AVANT TOUTE
      *    MISE A JOUR ; LES VERROUS DEJA PRIS SONT ALORS RENDUS PAR
      *    FIN-TRAITEMENT
       PRENDRE-VERROUS.
           MOVE 'PENALRET' TO W-VR-JOB
           MOVE 'COMPTDIG1' TO W-VR-FICHIER (1)
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
               MOVE 'PENALRET' TO EX-BATCH
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
