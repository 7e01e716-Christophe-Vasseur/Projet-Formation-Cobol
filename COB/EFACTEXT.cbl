      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH D EXTRACTION DES FACTURES ELECTRONIQUES DES        *
      *       DISTRIBUTEURS DU TERRITOIRE NATIONAL                     *
      *                                                                *
      *       UN DOCUMENT STRUCTURE PAR FACTURE ET PAR AVOIR NUMEROTE  *
      *       DE VENTESG1 (MEMES REGLES QUE FACTURPR ET AVOIRPR, UN    *
      *       COFFRET SUR UNE SEULE LIGNE) ET PAR FACTURE DE PENALITES *
      *       DE PENALG1, POUR LES SEULS DISTRIBUTEURS DONT LE         *
      *       TERRITOIRE EST CELUI DE LA CARTE PARAMETRE. LE FICHIER   *
      *       D ECHANGE (CF EFACTFLX.cpy) EST DEPOSE A LA PLATEFORME   *
      *       DE DEMATERIALISATION ; CHAQUE DOCUMENT EMIS EST INSCRIT  *
      *       AU SUIVI EFACTG1 (CF EFACTURE.cpy) ET N EST PLUS REPRIS  *
      *       AUX PASSAGES SUIVANTS. LES STATUTS RETOURNES PAR LA      *
      *       PLATEFORME SONT INTEGRES PAR EFACTRET. LE FICHIER EMIS   *
      *       EST INSCRIT AU JOURNAL DES TRANSMISSIONS (TRANSLGG1)     *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN) :                                *
      *         COL 1-9   SIREN DE L EMETTEUR (OBLIGATOIRE)            *
      *         COL 11-23 NUMERO DE TVA INTRACOMMUNAUTAIRE EMETTEUR    *
      *         COL 25-27 TERRITOIRE NATIONAL (VIDE = 'FR ')           *
      *         COL 29-58 RAISON SOCIALE DE L EMETTEUR                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFACTEXT.
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

      *    SECONDE VUE DE VENTESG1 POUR RELIRE LA VENTE D ORIGINE
      *    D UN RETOUR (NUMERO DE LA FACTURE AVOIREE)
           SELECT VORIG-KSDS
               ASSIGN TO DDVORIG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-VO-KEY
               FILE STATUS F-VO-STATUS
               .

      *    FACTURES DE PENALITES DE RETARD (CF PENALITE.cpy)
           SELECT PENALITE-KSDS
               ASSIGN TO DDPENAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PE-NUM-FACTURE
               FILE STATUS F-PE-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

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
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
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

      *    SUIVI DES FACTURES ELECTRONIQUES (CF EFACTURE.cpy)
           SELECT EFACTURE-KSDS
               ASSIGN TO DDEFACT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EF-CLE
               FILE STATUS F-EF-STATUS
               .

      *    FICHIER D ECHANGE DEPOSE A LA PLATEFORME, 120 COLONNES
           SELECT EFX-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-EX-STATUS
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
           05 VE-COFFRET REDEFINES VE-RETOUR-CLE.
               10 VE-CODE-COFFRET  PIC X(06).
               10 VE-RANG-COMPOSANT PIC 9(02).
               10 VE-QTE-COFFRET   PIC 9(05).
               10 VE-PRIX-COFFRET  PIC 9(05)V9(02).
               10 FILLER           PIC X(01).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 FILLER               PIC X(01).
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-MERCH      VALUE 'M'.
           05 FILLER               PIC X(01).
           05 VE-TYPE-LIGNE        PIC X(01).
               88 VE-LIGNE-COMPOSANT   VALUE 'C'.
           05 FILLER               PIC X(06).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD VORIG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VORIG
           .

       01 E-VORIG.
           05 VO-CODEA             PIC X(06).
           05 VO-SIREN             PIC X(05).
           05 VO-DATE-VENTE        PIC X(08).
           05 VO-NUM-LIGNE         PIC 9(02).
           05 FILLER               PIC X(45).
           05 VO-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(15).

       01 E-VO-KEY REDEFINES E-VORIG PIC X(21).

       FD PENALITE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PENALITE
           .

       COPY PENALITE.

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
           .

       COPY MAISONDI.

       FD ECHEANCE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ECHEANCE
           .

       COPY ECHEANCE.

       FD EFACTURE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EFACTURE
           .

       COPY EFACTURE.

       FD EFX-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EFX-ENREG
           .

       01 EFX-ENREG                PIC X(120).

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
       77 F-VE-STATUS              PIC X(02) VALUE '00'.
       77 F-VO-STATUS              PIC X(02) VALUE '00'.
       77 F-PE-STATUS              PIC X(02) VALUE '00'.
       77 F-AL-STATUS              PIC X(02) VALUE '00'.
       77 F-ME-STATUS              PIC X(02) VALUE '00'.
       77 F-MA-STATUS              PIC X(02) VALUE '00'.
       77 F-EH-STATUS              PIC X(02) VALUE '00'.
       77 F-EF-STATUS              PIC X(02) VALUE '00'.
       77 F-EX-STATUS              PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- IDENTIFIANTS DE L EMETTEUR ET TERRITOIRE
      * NATIONAL (VIDE = 'FR ')
       01 W-PARM-CARD.
           05 W-PARM-SIREN            PIC X(09).
           05 FILLER                  PIC X(01).
           05 W-PARM-NUM-TVA          PIC X(13).
           05 FILLER                  PIC X(01).
           05 W-PARM-TERRITOIRE       PIC X(03).
           05 FILLER                  PIC X(01).
           05 W-PARM-RAISON-SOC       PIC X(30).
           05 FILLER                  PIC X(22).

      * ENREGISTREMENTS DU FICHIER D ECHANGE
       COPY EFACTFLX.

      * DOCUMENT EN COURS D EMISSION
       77 W-DATE-JOUR              PIC 9(08) VALUE ZERO.
       77 W-DOC-TYPE               PIC X(01) VALUE SPACE.
       77 W-DOC-NUM                PIC 9(09) VALUE ZERO.
       77 W-DOC-SIREN              PIC X(05) VALUE SPACES.
       77 W-DOC-DATE               PIC 9(08) VALUE ZERO.
       77 W-DOC-TAUX-TVA           PIC 9(02)V9(02) VALUE ZERO.
       77 W-DOC-NB-LIGNES          PIC 9(03) VALUE ZERO.
       77 W-DOC-TOTAL-HT           PIC 9(09)V9(02) VALUE ZERO.
       77 W-DOC-TOTAL-TVA          PIC 9(09)V9(02) VALUE ZERO.
       77 W-DOC-TOTAL-TTC          PIC 9(09)V9(02) VALUE ZERO.
       77 W-NUM-FACT-ORIG          PIC 9(09) VALUE ZERO.

      * LIGNE FACTUREE -- LA VENTE ELLE-MEME, OU LE COFFRET POUR LES
      * LIGNES COMPOSANTS ISSUES DE SON ECLATEMENT (CF VENTES.cpy) ;
      * LE PRIX UNITAIRE S ENTEND TOUTES TAXES COMPRISES
       77 W-CODEA-FACTURE          PIC X(06) VALUE SPACES.
       77 W-LIBELLE-FACTURE        PIC X(30) VALUE SPACES.
       77 W-PRIX-FACTURE           PIC 9(09)V9(02) VALUE ZERO.
       77 W-QTE-FACTURE            PIC 9(05) VALUE ZERO.
       77 W-MONTANT-TTC            PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-TVA            PIC 9(09)V9(02) VALUE ZERO.
       77 W-MONTANT-HT             PIC 9(09)V9(02) VALUE ZERO.

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

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES             PIC 9(07) VALUE ZERO.
       77 NB-PENALITES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-FACTURES-EMISES         PIC 9(07) VALUE ZERO.
       77 NB-AVOIRS-EMIS             PIC 9(07) VALUE ZERO.
       77 NB-PENALITES-EMISES        PIC 9(07) VALUE ZERO.
       77 NB-DEJA-EMIS               PIC 9(07) VALUE ZERO.
       77 NB-HORS-TERRITOIRE         PIC 9(07) VALUE ZERO.
       77 NB-DISTRIB-INCONNUS        PIC 9(07) VALUE ZERO.
       77 NB-ORIG-INTROUVABLES       PIC 9(07) VALUE ZERO.
      * DOCUMENTS ET ENREGISTREMENTS EMIS, MONTANT TTC CUMULE --
      * REPRIS SUR L ENREGISTREMENT DE FIN ET AU JOURNAL DES
      * TRANSMISSIONS
       77 NB-DOCUMENTS               PIC 9(07) VALUE ZERO.
       77 NB-ENREG-EMIS              PIC 9(09) VALUE ZERO.
       77 W-TOTAL-EMIS               PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VENTES
       01 FIN-VENTES-IND             PIC 9.
           88 FIN-VENTES                 VALUE 1.
           88 NON-FIN-VENTES             VALUE 2.

      * INDICATEUR DE FIN DE FICHIER PENALITES
       01 FIN-PENALITES-IND          PIC 9.
           88 FIN-PENALITES              VALUE 1.
           88 NON-FIN-PENALITES          VALUE 2.

      * FICHIER DES PENALITES OUVERT (ABSENT AVANT LE PREMIER
      * PASSAGE DE PENALRET)
       01 W-PE-OUVERT-SW             PIC X(01) VALUE 'N'.
           88 PENALITES-OUVERTES         VALUE 'Y'.
           88 PENALITES-FERMEES          VALUE 'N'.

      * LE DOCUMENT COURANT EST-IL A EMETTRE
       01 W-RETENU-SW                PIC X(01) VALUE 'N'.
           88 DOCUMENT-RETENU            VALUE 'Y'.
           88 DOCUMENT-ECARTE            VALUE 'N'.

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
           SET FIN-PENALITES TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-SIREN IS NOT NUMERIC
               DISPLAY 'CARTE PARAMETRE INVALIDE : SIREN EMETTEUR '
                   W-PARM-SIREN
               PERFORM FIN-TRAITEMENT
           END-IF
           IF W-PARM-TERRITOIRE = SPACES
               MOVE 'FR ' TO W-PARM-TERRITOIRE
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VORIG-KSDS
           IF F-VO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES (ORIGINES)'
               DISPLAY 'CODE ERREUR = ' F-VO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
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
           OPEN I-O EFACTURE-KSDS
           IF F-EF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER SUIVI E-FACTURES'
               DISPLAY 'CODE ERREUR = ' F-EF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT EFX-FILE
           IF F-EX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER D ECHANGE'
               DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    UN FICHIER DES PENALITES ABSENT N EMPECHE PAS L EMISSION
      *    DES FACTURES ET AVOIRS DE VENTE
           OPEN INPUT PENALITE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'FICHIER PENALITES NON DISPONIBLE, CODE '
                   F-PE-STATUS
           ELSE
               SET PENALITES-OUVERTES TO TRUE
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'EFACTEXT - EXTRACTION DES FACTURES ELECTRONIQUES'
           DISPLAY '---------------------------------------------'

           PERFORM ECRIRE-DEBUT-FICHIER

           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               PERFORM TRAITER-VENTE
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM

           IF PENALITES-OUVERTES
               PERFORM LECTURE-ENRG-PENALITES
               PERFORM UNTIL FIN-PENALITES
                   PERFORM TRAITER-PENALITE
                   PERFORM LECTURE-ENRG-PENALITES
               END-PERFORM
           END-IF

           PERFORM ECRIRE-FIN-FICHIER
           PERFORM ENREGISTRER-TRANSMISSION
           PERFORM FIN-TRAITEMENT
           .

      *    UNE VENTE NUMEROTEE DONNE UNE FACTURE, UN RETOUR NUMEROTE
      *    UN AVOIR ; LES LIGNES SAISIES AVANT LA NUMEROTATION NE
      *    SONT PAS EMISES. UN COFFRET ECLATE EN LIGNES COMPOSANTS EST
      *    EMIS SUR UNE SEULE LIGNE, A LA RENCONTRE DE SON PREMIER
      *    COMPOSANT (CF FACTURPR)
       TRAITER-VENTE.
           IF VE-NUM-FACTURE NOT = ZERO
               IF VE-MVT-RETOUR
                   MOVE 'A' TO W-DOC-TYPE
                   MOVE VE-CODEA        TO W-CODEA-FACTURE
                   MOVE VE-PRIX         TO W-PRIX-FACTURE
                   MOVE VE-QTE          TO W-QTE-FACTURE
                   PERFORM EMETTRE-DOCUMENT-VENTE
               ELSE
                   MOVE 'F' TO W-DOC-TYPE
                   IF VE-LIGNE-COMPOSANT
                       IF VE-RANG-COMPOSANT = 1
                           MOVE VE-CODE-COFFRET TO W-CODEA-FACTURE
                           MOVE VE-PRIX-COFFRET TO W-PRIX-FACTURE
                           MOVE VE-QTE-COFFRET  TO W-QTE-FACTURE
                           PERFORM EMETTRE-DOCUMENT-VENTE
                       END-IF
                   ELSE
                       MOVE VE-CODEA        TO W-CODEA-FACTURE
                       MOVE VE-PRIX         TO W-PRIX-FACTURE
                       MOVE VE-QTE          TO W-QTE-FACTURE
                       PERFORM EMETTRE-DOCUMENT-VENTE
                   END-IF
               END-IF
           END-IF
           .

       EMETTRE-DOCUMENT-VENTE.
           MOVE VE-NUM-FACTURE TO W-DOC-NUM
           MOVE VE-SIREN       TO W-DOC-SIREN
           IF VE-DATE-VENTE IS NUMERIC
               MOVE VE-DATE-VENTE TO W-DOC-DATE
           ELSE
               MOVE ZERO TO W-DOC-DATE
           END-IF
           PERFORM CONTROLER-DESTINATAIRE
           IF DOCUMENT-RETENU
               PERFORM OUVRIR-DOCUMENT
               INITIALIZE EFX-ENTETE
               MOVE '01'           TO EFX-EN-TYPE-ENR
               MOVE VE-NUM-FACTURE TO EFX-EN-NUM-DOC
               MOVE W-DOC-DATE     TO EFX-EN-DATE-DOC
               MOVE VE-DEVISE      TO EFX-EN-DEVISE
               MOVE 'V'            TO EFX-EN-NATURE
               IF W-DOC-TYPE = 'A'
                   MOVE '381' TO EFX-EN-CODE-DOC
                   PERFORM LIRE-VENTE-ORIGINE
                   MOVE W-NUM-FACT-ORIG TO EFX-EN-NUM-FACT-ORIG
                   ADD 1 TO NB-AVOIRS-EMIS
               ELSE
                   MOVE '380' TO EFX-EN-CODE-DOC
                   PERFORM LIRE-ECHEANCE
                   MOVE EH-DATE-ECHEANCE TO EFX-EN-DATE-ECHEANCE
                   ADD 1 TO NB-FACTURES-EMISES
               END-IF
               PERFORM ECRIRE-ENREG-ENTETE
               PERFORM ECRIRE-VENDEUR
               MOVE VE-CODE-CLIENT TO EFX-AC-CODE-CLIENT
               PERFORM ECRIRE-ACHETEUR

               IF VE-FORMAT-MERCH
                   PERFORM LIRE-ARTICLE
               ELSE
                   PERFORM LIRE-ALBUM
               END-IF
               MOVE VE-TAUX-TVA TO W-DOC-TAUX-TVA
               PERFORM ECRIRE-LIGNE

               PERFORM ECRIRE-VENTILATION-TVA
               PERFORM ECRIRE-TOTAUX
               PERFORM INSCRIRE-SUIVI
           END-IF
           .

      *    FACTURE DE PENALITES : UNE LIGNE D INTERETS ET, LE CAS
      *    ECHEANT, UNE LIGNE D INDEMNITES FORFAITAIRES, HORS CHAMP DE
      *    LA TVA, EN EUROS, PAYABLE A RECEPTION
       TRAITER-PENALITE.
           MOVE 'F'             TO W-DOC-TYPE
           MOVE PE-NUM-FACTURE  TO W-DOC-NUM
           MOVE PE-SIREN        TO W-DOC-SIREN
           MOVE PE-DATE-FACTURE TO W-DOC-DATE
           PERFORM CONTROLER-DESTINATAIRE
           IF DOCUMENT-RETENU
               PERFORM OUVRIR-DOCUMENT
               INITIALIZE EFX-ENTETE
               MOVE '01'            TO EFX-EN-TYPE-ENR
               MOVE '380'           TO EFX-EN-CODE-DOC
               MOVE PE-NUM-FACTURE  TO EFX-EN-NUM-DOC
               MOVE PE-DATE-FACTURE TO EFX-EN-DATE-DOC
               MOVE 'EUR'           TO EFX-EN-DEVISE
               MOVE PE-DATE-FACTURE TO EFX-EN-DATE-ECHEANCE
               MOVE 'P'             TO EFX-EN-NATURE
               PERFORM ECRIRE-ENREG-ENTETE
               PERFORM ECRIRE-VENDEUR
               MOVE SPACES TO EFX-AC-CODE-CLIENT
               PERFORM ECRIRE-ACHETEUR

               MOVE ZERO TO W-DOC-TAUX-TVA
               MOVE SPACES TO W-CODEA-FACTURE
               MOVE 1 TO W-QTE-FACTURE
               MOVE 'INTERETS DE RETARD' TO W-LIBELLE-FACTURE
               MOVE PE-MONTANT-INTERETS TO W-PRIX-FACTURE
               PERFORM ECRIRE-LIGNE
               IF PE-MONTANT-INDEMNITES NOT = ZERO
                   MOVE 'INDEMNITES FORFAITAIRES'
                       TO W-LIBELLE-FACTURE
                   MOVE PE-MONTANT-INDEMNITES TO W-PRIX-FACTURE
                   PERFORM ECRIRE-LIGNE
               END-IF

               PERFORM ECRIRE-VENTILATION-TVA
               PERFORM ECRIRE-TOTAUX
               PERFORM INSCRIRE-SUIVI
               ADD 1 TO NB-PENALITES-EMISES
           END-IF
           .

      *    SEULS LES DISTRIBUTEURS DU TERRITOIRE NATIONAL RECOIVENT
      *    DES FACTURES ELECTRONIQUES ; UN DOCUMENT DEJA INSCRIT AU
      *    SUIVI A DEJA ETE EMIS ET N EST JAMAIS REEMIS
       CONTROLER-DESTINATAIRE.
           SET DOCUMENT-ECARTE TO TRUE
           MOVE W-DOC-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   ADD 1 TO NB-DISTRIB-INCONNUS
                   DISPLAY 'DISTRIBUTEUR INCONNU ' W-DOC-SIREN
                       ' DOCUMENT ' W-DOC-TYPE W-DOC-NUM ' NON EMIS'
               NOT INVALID KEY
                   IF MA-TERRITOIRE = W-PARM-TERRITOIRE
                       SET DOCUMENT-RETENU TO TRUE
                   ELSE
                       ADD 1 TO NB-HORS-TERRITOIRE
                   END-IF
           END-READ
           IF DOCUMENT-RETENU
               MOVE W-DOC-TYPE TO EF-TYPE-DOC
               MOVE W-DOC-NUM  TO EF-NUM-DOC
               READ EFACTURE-KSDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENT-ECARTE TO TRUE
                       ADD 1 TO NB-DEJA-EMIS
               END-READ
           END-IF
           .

       OUVRIR-DOCUMENT.
           MOVE ZERO TO W-DOC-NB-LIGNES
           MOVE ZERO TO W-DOC-TOTAL-HT
           MOVE ZERO TO W-DOC-TOTAL-TVA
           MOVE ZERO TO W-DOC-TOTAL-TTC
           ADD 1 TO NB-DOCUMENTS
           .

       ECRIRE-DEBUT-FICHIER.
           INITIALIZE EFX-DEBUT-FICHIER
           MOVE '00'            TO EFX-DF-TYPE-ENR
           MOVE W-PARM-SIREN    TO EFX-DF-SIREN-EMET
           MOVE W-DATE-JOUR     TO EFX-DF-DATE-CREATION
           ACCEPT EFX-DF-HEURE-CREATION FROM TIME
           WRITE EFX-ENREG FROM EFX-DEBUT-FICHIER
           ADD 1 TO NB-ENREG-EMIS
           .

       ECRIRE-ENREG-ENTETE.
           WRITE EFX-ENREG FROM EFX-ENTETE
           ADD 1 TO NB-ENREG-EMIS
           .

       ECRIRE-VENDEUR.
           INITIALIZE EFX-VENDEUR
           MOVE '02'              TO EFX-VE-TYPE-ENR
           MOVE W-PARM-SIREN      TO EFX-VE-SIREN
           MOVE W-PARM-NUM-TVA    TO EFX-VE-NUM-TVA
           MOVE W-PARM-RAISON-SOC TO EFX-VE-RAISON-SOC
           MOVE W-PARM-TERRITOIRE TO EFX-VE-PAYS
           WRITE EFX-ENREG FROM EFX-VENDEUR
           ADD 1 TO NB-ENREG-EMIS
           .

      *    LE DISTRIBUTEUR A ETE LU PAR CONTROLER-DESTINATAIRE ; LE
      *    CODE CLIENT/ENSEIGNE EST POSE PAR L APPELANT
       ECRIRE-ACHETEUR.
           MOVE '03'          TO EFX-AC-TYPE-ENR
           MOVE MA-SIREN      TO EFX-AC-SIREN
           MOVE MA-RAISON-SOC TO EFX-AC-RAISON-SOC
           MOVE MA-ADRESSE    TO EFX-AC-ADRESSE
           MOVE MA-TERRITOIRE TO EFX-AC-PAYS
           MOVE SPACES TO EFX-ACHETEUR(62:59)
           WRITE EFX-ENREG FROM EFX-ACHETEUR
           ADD 1 TO NB-ENREG-EMIS
           .

      *    LIGNE DU DOCUMENT -- LE MONTANT TTC SE DECOMPOSE EN TAXE
      *    ET NET AU TAUX DU DOCUMENT (TVA = TTC X TAUX / (100 +
      *    TAUX), ARRONDIE)
       ECRIRE-LIGNE.
           ADD 1 TO W-DOC-NB-LIGNES
           COMPUTE W-MONTANT-TTC = W-PRIX-FACTURE * W-QTE-FACTURE
           COMPUTE W-MONTANT-TVA ROUNDED =
               W-MONTANT-TTC * W-DOC-TAUX-TVA / (100 + W-DOC-TAUX-TVA)
           COMPUTE W-MONTANT-HT = W-MONTANT-TTC - W-MONTANT-TVA
           ADD W-MONTANT-TTC TO W-DOC-TOTAL-TTC
           ADD W-MONTANT-TVA TO W-DOC-TOTAL-TVA
           ADD W-MONTANT-HT  TO W-DOC-TOTAL-HT

           INITIALIZE EFX-LIGNE
           MOVE '04'              TO EFX-LI-TYPE-ENR
           MOVE W-DOC-NB-LIGNES   TO EFX-LI-NUM-LIGNE
           MOVE W-CODEA-FACTURE   TO EFX-LI-CODE-ARTICLE
           MOVE W-LIBELLE-FACTURE TO EFX-LI-LIBELLE
           MOVE W-QTE-FACTURE     TO EFX-LI-QTE
           MOVE W-PRIX-FACTURE    TO EFX-LI-PRIX-TTC
           MOVE W-MONTANT-HT      TO EFX-LI-MONTANT-HT
           MOVE W-DOC-TAUX-TVA    TO EFX-LI-TAUX-TVA
           IF W-DOC-TAUX-TVA = ZERO
               MOVE 'O' TO EFX-LI-CATEGORIE-TVA
           ELSE
               MOVE 'S' TO EFX-LI-CATEGORIE-TVA
           END-IF
           WRITE EFX-ENREG FROM EFX-LIGNE
           ADD 1 TO NB-ENREG-EMIS
           .

      *    TOUTES LES LIGNES D UN DOCUMENT SONT AU MEME TAUX : LA
      *    VENTILATION TIENT EN UN SEUL ENREGISTREMENT
       ECRIRE-VENTILATION-TVA.
           INITIALIZE EFX-TVA
           MOVE '05'            TO EFX-TV-TYPE-ENR
           MOVE W-DOC-TAUX-TVA  TO EFX-TV-TAUX-TVA
           IF W-DOC-TAUX-TVA = ZERO
               MOVE 'O' TO EFX-TV-CATEGORIE-TVA
           ELSE
               MOVE 'S' TO EFX-TV-CATEGORIE-TVA
           END-IF
           MOVE W-DOC-TOTAL-HT  TO EFX-TV-BASE-HT
           MOVE W-DOC-TOTAL-TVA TO EFX-TV-MONTANT-TVA
           WRITE EFX-ENREG FROM EFX-TVA
           ADD 1 TO NB-ENREG-EMIS
           .

       ECRIRE-TOTAUX.
           INITIALIZE EFX-TOTAUX
           MOVE '06'            TO EFX-TO-TYPE-ENR
           MOVE W-DOC-NB-LIGNES TO EFX-TO-NB-LIGNES
           MOVE W-DOC-TOTAL-HT  TO EFX-TO-TOTAL-HT
           MOVE W-DOC-TOTAL-TVA TO EFX-TO-TOTAL-TVA
           MOVE W-DOC-TOTAL-TTC TO EFX-TO-TOTAL-TTC
           WRITE EFX-ENREG FROM EFX-TOTAUX
           ADD 1 TO NB-ENREG-EMIS
           ADD W-DOC-TOTAL-TTC TO W-TOTAL-EMIS
           .

       ECRIRE-FIN-FICHIER.
           INITIALIZE EFX-FIN-FICHIER
           ADD 1 TO NB-ENREG-EMIS
           MOVE '99'            TO EFX-FF-TYPE-ENR
           MOVE NB-DOCUMENTS    TO EFX-FF-NB-DOCUMENTS
           MOVE NB-ENREG-EMIS   TO EFX-FF-NB-ENREG
           MOVE W-TOTAL-EMIS    TO EFX-FF-TOTAL-TTC
           WRITE EFX-ENREG FROM EFX-FIN-FICHIER
           .

      *    INSCRIPTION DU DOCUMENT EMIS AU SUIVI, STATUT EMISE EN
      *    ATTENTE DU RETOUR DE LA PLATEFORME
       INSCRIRE-SUIVI.
           INITIALIZE E-EFACTURE
           MOVE W-DOC-TYPE      TO EF-TYPE-DOC
           MOVE W-DOC-NUM       TO EF-NUM-DOC
           MOVE W-DOC-SIREN     TO EF-SIREN
           MOVE W-DOC-DATE      TO EF-DATE-DOC
           MOVE W-DOC-TOTAL-TTC TO EF-MONTANT-TTC
           MOVE W-DATE-JOUR     TO EF-DATE-EMISSION
           SET EF-EMISE TO TRUE
           MOVE W-DATE-JOUR     TO EF-DATE-STATUT
           MOVE SPACES          TO EF-MOTIF-REJET
           WRITE E-EFACTURE
               INVALID KEY
                   DISPLAY 'DOCUMENT DEJA AU SUIVI ' EF-TYPE-DOC
                       EF-NUM-DOC ' CODE ' F-EF-STATUS
           END-WRITE
           .

       LIRE-ALBUM.
           MOVE 'ALBUM INCONNU' TO W-LIBELLE-FACTURE
           MOVE W-CODEA-FACTURE TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-TITREA TO W-LIBELLE-FACTURE
           END-READ
           .

       LIRE-ARTICLE.
           MOVE 'ARTICLE INCONNU' TO W-LIBELLE-FACTURE
           MOVE W-CODEA-FACTURE TO ME-CODEM
           READ MERCH-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ME-LIBELLE TO W-LIBELLE-FACTURE
           END-READ
           .

      *    RELECTURE DE LA VENTE D ORIGINE DU RETOUR POUR EN RAPPELER
      *    LE NUMERO DE FACTURE SUR L AVOIR -- UNE ORIGINE ABSENTE
      *    (ARCHIVEE OU PURGEE) N EMPECHE PAS L EMISSION DE L AVOIR
       LIRE-VENTE-ORIGINE.
           MOVE ZERO TO W-NUM-FACT-ORIG
           MOVE VE-RETOUR-CLE TO E-VO-KEY
           READ VORIG-KSDS
               INVALID KEY
                   ADD 1 TO NB-ORIG-INTROUVABLES
               NOT INVALID KEY
                   MOVE VO-NUM-FACTURE TO W-NUM-FACT-ORIG
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
                   MOVE W-DOC-DATE TO EH-DATE-FACTURE
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

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE VORIG-KSDS
           CLOSE ALBUM-KSDS
           CLOSE MERCH-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE ECHEANCE-KSDS
           CLOSE EFACTURE-KSDS
           CLOSE EFX-FILE
           IF PENALITES-OUVERTES
               CLOSE PENALITE-KSDS
           END-IF
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'EFACTEXT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'FACTURES PENALITES LUES   : ' NB-PENALITES-LUES
           DISPLAY 'FACTURES EMISES           : ' NB-FACTURES-EMISES
           DISPLAY 'AVOIRS EMIS               : ' NB-AVOIRS-EMIS
           DISPLAY 'FACTURES PENALITES EMISES : ' NB-PENALITES-EMISES
           DISPLAY 'DOCUMENTS DEJA EMIS       : ' NB-DEJA-EMIS
           DISPLAY 'HORS TERRITOIRE NATIONAL  : ' NB-HORS-TERRITOIRE
           DISPLAY 'DISTRIBUTEURS INCONNUS    : ' NB-DISTRIB-INCONNUS
           DISPLAY 'AVOIRS SANS ORIGINE       : ' NB-ORIG-INTROUVABLES
           DISPLAY 'ENREGISTREMENTS ECRITS    : ' NB-ENREG-EMIS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
                   ADD 1 TO NB-VENTES-LUES
           END-READ
           .

       LECTURE-ENRG-PENALITES.
           READ PENALITE-KSDS NEXT RECORD
               AT END
                   SET FIN-PENALITES TO TRUE
               NOT AT END
                   SET NON-FIN-PENALITES TO TRUE
                   ADD 1 TO NB-PENALITES-LUES
           END-READ
           .

      *    INSCRIT LE FICHIER EMIS AU JOURNAL DES TRANSMISSIONS (CF
      *    TRANSLOG.cpy) : NOMBRE DE DOCUMENTS ET MONTANT TTC CUMULE
      *    -- UNE RELANCE LE MEME JOUR S INSCRIT EN VERSION SUIVANTE
      *    AVEC LE STATUT REEMISSION
       ENREGISTRER-TRANSMISSION.
           ACCEPT W-TL-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-TL-HEURE-JOUR FROM TIME
           OPEN I-O TRANSLG-KSDS
           IF F-TL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES TRANSMISSIONS'
               DISPLAY 'CODE ERREUR = ' F-TL-STATUS
           ELSE
               PERFORM CHERCHER-VERSION-LIBRE
               MOVE 'EFACTEXT' TO TL-INTERFACE
               MOVE SPACES TO TL-PERIODE
               MOVE W-TL-DATE-JOUR TO TL-PERIODE
               MOVE W-TL-VERSION TO TL-VERSION
               IF W-TL-VERSION = 1
                   SET TL-EMISSION TO TRUE
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-DOCUMENTS TO TL-NB-ENREG
               MOVE W-TOTAL-EMIS TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
               MOVE SPACES TO E-TRANSLOG(60:21)
               WRITE E-TRANSLOG
               DISPLAY 'TRANSMISSION EFACTEXT INSCRITE, VERSION '
                   TL-VERSION
               CLOSE TRANSLG-KSDS
           END-IF
           .

       CHERCHER-VERSION-LIBRE.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'EFACTEXT' TO TL-INTERFACE
           MOVE SPACES TO TL-PERIODE
           MOVE W-TL-DATE-JOUR TO TL-PERIODE
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
