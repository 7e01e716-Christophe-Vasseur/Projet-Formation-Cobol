      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH TRIMESTRIEL DES DROITS MECANIQUES DUS AUX          *
      *       EDITEURS TIERS                                           *
      *                                                                *
      *       LES BORNES DU TRIMESTRE (AAAAMM DE DEBUT ET DE FIN) SONT *
      *       LUES EN CARTE SYSIN, COMME POUR TVADECL. CHAQUE LICENCE  *
      *       MECANIQUE (LICMCG1) EST RATTACHEE A L ALBUM QUI PORTE LA *
      *       CHANSON (CHANSOG1) ; LES EXEMPLAIRES DE L ALBUM VENDUS   *
      *       DANS LE TRIMESTRE (VENTESG1, NETS DES RETOURS, HORS      *
      *       MERCHANDISING) SONT VALORISES AU TAUX UNITAIRE DE LA     *
      *       LICENCE ET A LA PART DE L EDITEUR QUAND LA LICENCE EST   *
      *       EN VIGUEUR A LA DATE DE VENTE.                           *
      *                                                                *
      *       UN RELEVE PAR EDITEUR EST EDITE (DDSORTIE). UN SOLDE     *
      *       NEGATIF EST REPORTE SUR LE TRIMESTRE SUIVANT             *
      *       (EM-REPORT-SORTANT) ; UN MONTANT DU PART DANS L EXTRAIT  *
      *       DES DROITS MECANIQUES (DDMECAX) ET DANS UNE PAIRE        *
      *       D ECRITURES AJOUTEE A L INTERFACE COMPTABLE (DDGLJRNL,   *
      *       EN AJOUT APRES GLJRNL) : DEBIT 651200 DROITS MECANIQUES, *
      *       CREDIT 401800 EDITEURS TIERS A PAYER.                    *
      *                                                                *
      *       LES VENTES D UNE CHANSON DONT LA LICENCE N EST PAS       *
      *       ACCORDEE OU N EST PAS EN VIGUEUR A LA DATE DE VENTE NE   *
      *       SONT PAS VALORISEES : ELLES SONT DEPOSEES DANS LA BOITE  *
      *       DES EXCEPTIONS (EXCEPTG1) ET RECAPITULEES SUR LA         *
      *       DERNIERE PAGE DU RELEVE                                  *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECARPT.
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

      *    LICENCES MECANIQUES -- CHARGEES EN TABLE AU DEMARRAGE
           SELECT LICMECA-KSDS
               ASSIGN TO DDLICMEC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MQ-CLE
               FILE STATUS F-MQ-STATUS
               .

      *    EDITEURS TIERS, RELUS ET REECRITS AVEC LE REPORT
           SELECT EDITMUS-KSDS
               ASSIGN TO DDEDITMU
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-CODE-EDITEUR
               FILE STATUS F-EM-STATUS
               .

      *    CHANSONS, RELUES POUR L ALBUM ET LE TITRE DE LA CHANSON
           SELECT CHANSON-KSDS
               ASSIGN TO DDCHANSO
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CH-CODEC
               FILE STATUS F-CN-STATUS
               .

           SELECT VENTES-KSDS
               ASSIGN TO DDVENTES
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-VE-KEY
               FILE STATUS F-VE-STATUS
               .

      *    EXTRAIT DES DROITS MECANIQUES A PAYER
           SELECT MECAX-FILE
               ASSIGN TO DDMECAX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-MX-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
               .

      *    RELEVE IMPRIMABLE, 132 COLONNES, UNE PAGE PAR EDITEUR ET UNE
      *    PAGE RECAPITULATIVE DES VENTES HORS LICENCE
           SELECT PRINT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-PR-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
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

       FD LICMECA-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LICMECA
           .

       COPY LICMECA.

       FD EDITMUS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EDITMUS
           .

       COPY EDITMUS.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

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
           05 VE-DISPOSITION       PIC X(01).
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-MERCH      VALUE 'M'.
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MECAX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MECAX
           .

       COPY MECAX.

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

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

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

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN TRIMESTRE SANS VENTE HORS LICENCE NE TOUCHE PAS
      * AU FICHIER)
       77 F-EX-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-MQ-STATUS             PIC X(02) VALUE '00'.
       77 F-EM-STATUS             PIC X(02) VALUE '00'.
       77 F-CN-STATUS             PIC X(02) VALUE '00'.
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MX-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN COMPTABLE MOUVEMENTES PAR LES DROITS
      * MECANIQUES
       77 GL-CPT-DROITS-MECA      PIC X(08) VALUE '651200  '.
       77 GL-CPT-EDITEURS-TIERS   PIC X(08) VALUE '401800  '.

      * BORNES DU TRIMESTRE TRAITE (AAAAMM), LUES EN CARTE SYSIN
       01 W-PARM-CARD.
           05 W-PARM-DEBUT         PIC X(06).
           05 W-PARM-FIN           PIC X(06).
       77 W-PERIODE-DEBUT         PIC 9(06).
       77 W-PERIODE-FIN           PIC 9(06).

      * DATE DU JOUR (DATE DES ECRITURES) ET DATE DE LA VENTE EN COURS
       77 W-DATE-JOUR             PIC 9(08).
       77 W-DATE-VENTE            PIC 9(08).

      *    LICENCES MECANIQUES ET CUMULS DU TRIMESTRE PAR LICENCE --
      *    EXEMPLAIRES NETS DE L ALBUM VENDUS SOUS LICENCE EN VIGUEUR
      *    ET HORS LICENCE, DROITS DUS SUR LES PREMIERS
       01 TABLE-LICENCES.
           05 TQ-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TQ.
               10 TQ-CODEC            PIC X(06).
               10 TQ-CODE-EDITEUR     PIC X(04).
               10 TQ-CODEA            PIC X(06).
               10 TQ-TITREC           PIC X(30).
               10 TQ-PART             PIC 9(03)V9(02).
               10 TQ-TAUX-UNITAIRE    PIC 9(03)V9(04).
               10 TQ-DATE-DEBUT       PIC 9(08).
               10 TQ-DATE-FIN         PIC 9(08).
               10 TQ-QTE-NETTE        PIC S9(09).
               10 TQ-QTE-HORS-LICENCE PIC S9(09).
               10 TQ-DROITS           PIC S9(09)V9(02).
       77 NB-LICENCES             PIC 9(04) VALUE ZERO.

      *    EDITEURS PRESENTS DANS LES LICENCES ET CUMULS DU TRIMESTRE
       01 TABLE-EDITEURS.
           05 TE-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TE.
               10 TE-CODE-EDITEUR     PIC X(04).
               10 TE-QTE-NETTE        PIC S9(09).
               10 TE-DROITS-BRUTS     PIC S9(11)V9(02).
       77 NB-EDITEURS             PIC 9(03) VALUE ZERO.
       01 EDITEUR-IND             PIC 9.
           88 EDITEUR-TROUVE          VALUE 1.
           88 EDITEUR-ABSENT          VALUE 2.

      * QUANTITE SIGNEE DE LA LIGNE DE VENTE EN COURS (RETOUR EN
      * NEGATIF)
       77 W-QTE-LIGNE             PIC S9(05) VALUE ZERO.

      * CALCUL DU RELEVE DE L EDITEUR EN COURS
       77 W-REPORT-ENTRANT        PIC 9(09)V9(02) VALUE ZERO.
       77 W-SOLDE                 PIC S9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-DU            PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPORT-SORTANT        PIC 9(11)V9(02) VALUE ZERO.
       77 W-REPORT-IMPUTE         PIC 9(11)V9(02) VALUE ZERO.

      * EN-TETE DE PAGE (UNE PAGE PAR EDITEUR)
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(23)
               VALUE 'MECARPT - RELEVE DES'.
           05 FILLER                  PIC X(20)
               VALUE ' DROITS MECANIQUES'.
           05 FILLER                  PIC X(09) VALUE 'PERIODE '.
           05 W-LT-PERIODE-DEBUT      PIC 9(06).
           05 FILLER                  PIC X(03) VALUE ' A '.
           05 W-LT-PERIODE-FIN        PIC 9(06).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LT-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(51) VALUE SPACES.

      * BLOC IDENTIFIANT L EDITEUR
       01 W-LIGNE-EDITEUR.
           05 FILLER                  PIC X(08) VALUE 'EDITEUR '.
           05 W-LE-CODE-EDITEUR       PIC X(04).
           05 FILLER                  PIC X(01).
           05 W-LE-RAISON-SOCIALE     PIC X(30).
           05 FILLER                  PIC X(89).

      * MAQUETTE DE LA LIGNE D EN-TETE DES COLONNES DETAIL
       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(04) VALUE 'CODC'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(30) VALUE 'TITRE CHANSON'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(04) VALUE 'CODA'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(07) VALUE 'PART'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(09) VALUE 'TAUX'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(11) VALUE 'QTE NETTE'.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(16) VALUE 'DROITS'.
           05 FILLER                  PIC X(45).

      * MAQUETTE DE LA LIGNE DETAIL (UNE LIGNE PAR LICENCE, REPRISE
      * SUR LA PAGE DES VENTES HORS LICENCE AVEC LA QUANTITE HORS
      * LICENCE ET SANS MONTANT)
       01 W-LIGNE-DETAIL.
           05 W-LD-CODEC              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREC             PIC X(30).
           05 FILLER                  PIC X(01).
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-PART               PIC ZZ9,99.
           05 FILLER                  PIC X(02).
           05 W-LD-TAUX               PIC ZZ9,9999.
           05 FILLER                  PIC X(02).
           05 W-LD-QTE                PIC -(9)9.
           05 FILLER                  PIC X(02).
           05 W-LD-MONTANT            PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 W-LD-CODE-EDITEUR       PIC X(04).
           05 FILLER                  PIC X(41).

      * LIGNES DU DECOMPTE (LIBELLE + MONTANT)
       01 W-LIGNE-DECOMPTE.
           05 W-LC-LIBELLE            PIC X(36).
           05 W-LC-MONTANT            PIC -(11)9,99.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(03) VALUE 'EUR'.
           05 FILLER                  PIC X(77).

      * TITRE DE LA PAGE DES VENTES HORS LICENCE
       01 W-LIGNE-TITRE-EXC.
           05 FILLER                  PIC X(43)
               VALUE 'MECARPT - VENTES DE CHANSONS HORS LICENCE'.
           05 FILLER                  PIC X(09) VALUE 'PERIODE '.
           05 W-LX-PERIODE-DEBUT      PIC 9(06).
           05 FILLER                  PIC X(03) VALUE ' A '.
           05 W-LX-PERIODE-FIN        PIC 9(06).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE 'PAGE '.
           05 W-LX-NUM-PAGE           PIC ZZZ9.
           05 FILLER                  PIC X(51) VALUE SPACES.

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * GESTION DE LA PAGINATION (UNE PAGE PAR EDITEUR)
       77 W-NUM-PAGE                 PIC 9(04) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LICENCES-LUES        PIC 9(05) VALUE ZERO.
       77 NB-CHANSONS-INCONNUES   PIC 9(05) VALUE ZERO.
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-PERIODE       PIC 9(07) VALUE ZERO.
       77 NB-RELEVES              PIC 9(05) VALUE ZERO.
       77 NB-PAIEMENTS            PIC 9(05) VALUE ZERO.
       77 NB-REPORTS              PIC 9(05) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(05) VALUE ZERO.
       77 NB-HORS-LICENCE         PIC 9(05) VALUE ZERO.
       77 W-TOTAL-DU              PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-LICENCES-IND        PIC 9.
           88 FIN-LICENCES            VALUE 1.
           88 NON-FIN-LICENCES        VALUE 2.
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
           SET FIN-LICENCES TO TRUE
           SET FIN-VENTES TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-DEBUT = SPACES OR W-PARM-FIN = SPACES
               DISPLAY 'PERIODES DEBUT ET FIN (AAAAMM) ATTENDUES '
                   'EN CARTE SYSIN, TRAITEMENT ABANDONNE'
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-DEBUT TO W-PERIODE-DEBUT
           MOVE W-PARM-FIN TO W-PERIODE-FIN
           OPEN INPUT LICMECA-KSDS
           IF F-MQ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LICENCES MECANIQUES'
               DISPLAY 'CODE ERREUR = ' F-MQ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O EDITMUS-KSDS
           IF F-EM-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EDITEURS'
               DISPLAY 'CODE ERREUR = ' F-EM-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CHANSON-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               DISPLAY 'CODE ERREUR = ' F-CN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
               DISPLAY 'CODE ERREUR = ' F-VE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT MECAX-FILE
           IF F-MX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DROITS MECANIQUES'
               DISPLAY 'CODE ERREUR = ' F-MX-STATUS
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
           PERFORM CHARGER-TABLE-LICENCES
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'MECARPT - DROITS MECANIQUES DES EDITEURS TIERS'
           DISPLAY 'PERIODE : ' W-PARM-DEBUT ' A ' W-PARM-FIN
           DISPLAY 'LICENCES CHARGEES : ' NB-LICENCES
           DISPLAY '---------------------------------------------'

           IF NB-LICENCES > ZERO
               PERFORM CUMULER-VENTES-PERIODE
               PERFORM VALORISER-LICENCE
                   VARYING IDX-TQ FROM 1 BY 1
                   UNTIL IDX-TQ > NB-LICENCES
               PERFORM REGLER-EDITEUR
                   VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > NB-EDITEURS
               PERFORM SIGNALER-HORS-LICENCE
           END-IF

           PERFORM ENREGISTRER-TRANSMISSION
           PERFORM FIN-TRAITEMENT
           .

      *    PLACE APRES TRAITEMENT-PRINCIPAL (QUI S ACHEVE PAR STOP
      *    RUN VIA FIN-TRAITEMENT) POUR QUE L ENCHAINEMENT SEQUENTIEL
      *    EN SORTIE D INITIALISATION NE LE REEXECUTE PAS (CF GLJRNL).
      *    L ALBUM DE CHAQUE LICENCE EST RELU SUR CHANSOG1 ; UNE
      *    LICENCE SUR UNE CHANSON DISPARUE EST SIGNALEE ET IGNOREE
       CHARGER-TABLE-LICENCES.
           MOVE ZERO TO NB-LICENCES
           PERFORM LECTURE-ENRG-LICENCE
           PERFORM UNTIL FIN-LICENCES
               ADD 1 TO NB-LICENCES-LUES
               MOVE MQ-CODEC TO CH-CODEC
               READ CHANSON-KSDS
                   INVALID KEY
                       ADD 1 TO NB-CHANSONS-INCONNUES
                       DISPLAY 'CHANSON INCONNUE, LICENCE IGNOREE : '
                           MQ-CLE
                   NOT INVALID KEY
                       IF NB-LICENCES < 2000
                           PERFORM RETENIR-LICENCE
                       ELSE
                           DISPLAY 'TABLE LICENCES PLEINE, LICENCE '
                               'IGNOREE : ' MQ-CLE
                       END-IF
               END-READ
               PERFORM LECTURE-ENRG-LICENCE
           END-PERFORM
           .

       RETENIR-LICENCE.
           ADD 1 TO NB-LICENCES
           SET IDX-TQ TO NB-LICENCES
           MOVE MQ-CODEC          TO TQ-CODEC (IDX-TQ)
           MOVE MQ-CODE-EDITEUR   TO TQ-CODE-EDITEUR (IDX-TQ)
           MOVE CH-CODEA          TO TQ-CODEA (IDX-TQ)
           MOVE CH-TITREC         TO TQ-TITREC (IDX-TQ)
           MOVE MQ-PART           TO TQ-PART (IDX-TQ)
           MOVE MQ-TAUX-UNITAIRE  TO TQ-TAUX-UNITAIRE (IDX-TQ)
           MOVE MQ-DATE-DEBUT     TO TQ-DATE-DEBUT (IDX-TQ)
           MOVE MQ-DATE-FIN       TO TQ-DATE-FIN (IDX-TQ)
           MOVE ZERO              TO TQ-QTE-NETTE (IDX-TQ)
           MOVE ZERO              TO TQ-QTE-HORS-LICENCE (IDX-TQ)
           MOVE ZERO              TO TQ-DROITS (IDX-TQ)
           .

      *    LES EXEMPLAIRES COMPTENT PAR ALBUM : CHAQUE LIGNE DU
      *    TRIMESTRE EST IMPUTEE A TOUTES LES LICENCES DES CHANSONS DE
      *    L ALBUM. UNE LIGNE COMPOSANT DE COFFRET PORTE L ALBUM
      *    COMPOSANT ET COMPTE COMME UNE VENTE DE CET ALBUM
       CUMULER-VENTES-PERIODE.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
               ADD 1 TO NB-VENTES-LUES
               IF VE-DATE-VENTE(1:6) NOT < W-PARM-DEBUT
                       AND VE-DATE-VENTE(1:6) NOT > W-PARM-FIN
                       AND NOT VE-FORMAT-MERCH
                   ADD 1 TO NB-VENTES-PERIODE
                   MOVE VE-DATE-VENTE TO W-DATE-VENTE
                   IF VE-MVT-RETOUR
                       COMPUTE W-QTE-LIGNE = ZERO - VE-QTE
                   ELSE
                       MOVE VE-QTE TO W-QTE-LIGNE
                   END-IF
                   PERFORM IMPUTER-VENTE-LICENCE
                       VARYING IDX-TQ FROM 1 BY 1
                       UNTIL IDX-TQ > NB-LICENCES
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           .

      *    LA LICENCE DOIT ETRE ACCORDEE ET EN VIGUEUR A LA DATE DE
      *    VENTE (FIN DE LICENCE INCLUSE) ; SINON LES EXEMPLAIRES
      *    SONT CUMULES HORS LICENCE
       IMPUTER-VENTE-LICENCE.
           IF TQ-CODEA (IDX-TQ) = VE-CODEA
               IF TQ-DATE-DEBUT (IDX-TQ) NOT = ZERO
                       AND TQ-DATE-DEBUT (IDX-TQ) NOT > W-DATE-VENTE
                       AND (TQ-DATE-FIN (IDX-TQ) = ZERO
                            OR TQ-DATE-FIN (IDX-TQ)
                                   NOT < W-DATE-VENTE)
                   ADD W-QTE-LIGNE TO TQ-QTE-NETTE (IDX-TQ)
               ELSE
                   ADD W-QTE-LIGNE TO TQ-QTE-HORS-LICENCE (IDX-TQ)
               END-IF
           END-IF
           .

      *    DROITS DE LA LICENCE : EXEMPLAIRES NETS x TAUX UNITAIRE x
      *    PART DE L EDITEUR, CUMULES SUR L EDITEUR
       VALORISER-LICENCE.
           COMPUTE TQ-DROITS (IDX-TQ) ROUNDED =
               TQ-QTE-NETTE (IDX-TQ) * TQ-TAUX-UNITAIRE (IDX-TQ)
               * TQ-PART (IDX-TQ) / 100
           PERFORM RECHERCHER-EDITEUR
           IF EDITEUR-ABSENT
               IF NB-EDITEURS < 500
                   ADD 1 TO NB-EDITEURS
                   SET IDX-TE TO NB-EDITEURS
                   MOVE TQ-CODE-EDITEUR (IDX-TQ)
                       TO TE-CODE-EDITEUR (IDX-TE)
                   MOVE ZERO TO TE-QTE-NETTE (IDX-TE)
                   MOVE ZERO TO TE-DROITS-BRUTS (IDX-TE)
                   SET EDITEUR-TROUVE TO TRUE
               ELSE
                   DISPLAY 'TABLE EDITEURS PLEINE, EDITEUR IGNORE : '
                       TQ-CODE-EDITEUR (IDX-TQ)
               END-IF
           END-IF
           IF EDITEUR-TROUVE
               ADD TQ-QTE-NETTE (IDX-TQ) TO TE-QTE-NETTE (IDX-TE)
               ADD TQ-DROITS (IDX-TQ) TO TE-DROITS-BRUTS (IDX-TE)
           END-IF
           .

       RECHERCHER-EDITEUR.
           SET EDITEUR-ABSENT TO TRUE
           SET IDX-TE TO 1
           SEARCH TE-ENTREE
               AT END
                   SET EDITEUR-ABSENT TO TRUE
               WHEN IDX-TE > NB-EDITEURS
                   SET EDITEUR-ABSENT TO TRUE
               WHEN TE-CODE-EDITEUR (IDX-TE) = TQ-CODE-EDITEUR (IDX-TQ)
                   SET EDITEUR-TROUVE TO TRUE
           END-SEARCH
           .

      *    DECOMPTE DE L EDITEUR : DROITS BRUTS DU TRIMESTRE MOINS LE
      *    REPORT RECU. LE REPORT EST CELUI TRANSMIS PAR LE TRIMESTRE
      *    PRECEDENT, OU CELUI DEJA RECU PAR CE TRIMESTRE EN CAS DE
      *    RELANCE ; UN SOLDE NEGATIF EST REPORTE SUR LE TRIMESTRE
      *    SUIVANT. UN EDITEUR SANS VENTE NI REPORT N A PAS DE RELEVE
       REGLER-EDITEUR.
           MOVE TE-CODE-EDITEUR (IDX-TE) TO EM-CODE-EDITEUR
           READ EDITMUS-KSDS
               INVALID KEY
                   DISPLAY 'EDITEUR INTROUVABLE : ' EM-CODE-EDITEUR
                   MOVE 'EDITEUR INCONNU' TO EM-RAISON-SOCIALE
                   MOVE ZERO TO EM-DERNIERE-PERIODE
                   MOVE ZERO TO EM-REPORT-ENTRANT
                   MOVE ZERO TO EM-REPORT-SORTANT
           END-READ
           IF EM-DERNIERE-PERIODE = W-PERIODE-FIN
               MOVE EM-REPORT-ENTRANT TO W-REPORT-ENTRANT
           ELSE
               MOVE EM-REPORT-SORTANT TO W-REPORT-ENTRANT
           END-IF
           IF TE-QTE-NETTE (IDX-TE) NOT = ZERO
                   OR TE-DROITS-BRUTS (IDX-TE) NOT = ZERO
                   OR W-REPORT-ENTRANT NOT = ZERO
               COMPUTE W-SOLDE =
                   TE-DROITS-BRUTS (IDX-TE) - W-REPORT-ENTRANT
               IF W-SOLDE > ZERO
                   MOVE W-SOLDE TO W-MONTANT-DU
                   MOVE ZERO TO W-REPORT-SORTANT
                   MOVE W-REPORT-ENTRANT TO W-REPORT-IMPUTE
               ELSE
                   MOVE ZERO TO W-MONTANT-DU
                   COMPUTE W-REPORT-SORTANT = ZERO - W-SOLDE
                   MOVE ZERO TO W-REPORT-IMPUTE
                   IF TE-DROITS-BRUTS (IDX-TE) > ZERO
                       MOVE TE-DROITS-BRUTS (IDX-TE)
                           TO W-REPORT-IMPUTE
                   END-IF
               END-IF
               PERFORM EDITER-RELEVE-EDITEUR
               IF W-MONTANT-DU > ZERO
                   PERFORM ECRIRE-EXTRAIT-MECA
                   PERFORM ECRIRE-ECRITURES-MECA
               END-IF
               IF W-REPORT-SORTANT > ZERO
                   ADD 1 TO NB-REPORTS
               END-IF
               PERFORM MAJ-EDITEUR
               DISPLAY 'EDITEUR ' TE-CODE-EDITEUR (IDX-TE)
                   ' DROITS ' TE-DROITS-BRUTS (IDX-TE)
                   ' A PAYER ' W-MONTANT-DU
                   ' REPORT ' W-REPORT-SORTANT
           END-IF
           .

       EDITER-RELEVE-EDITEUR.
           ADD 1 TO NB-RELEVES
           ADD 1 TO W-NUM-PAGE
           MOVE W-NUM-PAGE TO W-LT-NUM-PAGE
           MOVE W-PERIODE-DEBUT TO W-LT-PERIODE-DEBUT
           MOVE W-PERIODE-FIN TO W-LT-PERIODE-FIN
           IF W-NUM-PAGE > 1
               WRITE PRINT-LIGNE FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-LIGNE FROM W-LIGNE-TITRE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE TE-CODE-EDITEUR (IDX-TE) TO W-LE-CODE-EDITEUR
           MOVE EM-RAISON-SOCIALE        TO W-LE-RAISON-SOCIALE
           WRITE PRINT-LIGNE FROM W-LIGNE-EDITEUR
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           PERFORM EDITER-DETAIL-LICENCE
               VARYING IDX-TQ FROM 1 BY 1
               UNTIL IDX-TQ > NB-LICENCES
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT

           MOVE 'DROITS BRUTS DU TRIMESTRE' TO W-LC-LIBELLE
           MOVE TE-DROITS-BRUTS (IDX-TE) TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           MOVE 'SOLDE REPORTE DU TRIMESTRE PRECEDENT' TO W-LC-LIBELLE
           COMPUTE W-LC-MONTANT = ZERO - W-REPORT-ENTRANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           MOVE 'MONTANT A PAYER' TO W-LC-LIBELLE
           MOVE W-MONTANT-DU TO W-LC-MONTANT
           WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           IF W-REPORT-SORTANT > ZERO
               MOVE 'SOLDE REPORTE SUR LE TRIMESTRE SUIV.'
                   TO W-LC-LIBELLE
               MOVE W-REPORT-SORTANT TO W-LC-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-DECOMPTE
           END-IF
           .

       EDITER-DETAIL-LICENCE.
           IF TQ-CODE-EDITEUR (IDX-TQ) = TE-CODE-EDITEUR (IDX-TE)
                   AND TQ-QTE-NETTE (IDX-TQ) NOT = ZERO
               MOVE SPACES                     TO W-LIGNE-DETAIL
               MOVE TQ-CODEC (IDX-TQ)          TO W-LD-CODEC
               MOVE TQ-TITREC (IDX-TQ)         TO W-LD-TITREC
               MOVE TQ-CODEA (IDX-TQ)          TO W-LD-CODEA
               MOVE TQ-PART (IDX-TQ)           TO W-LD-PART
               MOVE TQ-TAUX-UNITAIRE (IDX-TQ)  TO W-LD-TAUX
               MOVE TQ-QTE-NETTE (IDX-TQ)      TO W-LD-QTE
               MOVE TQ-DROITS (IDX-TQ)         TO W-LD-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           END-IF
           .

       ECRIRE-EXTRAIT-MECA.
           MOVE SPACES                   TO E-MECAX
           MOVE TE-CODE-EDITEUR (IDX-TE) TO MX-CODE-EDITEUR
           MOVE W-PERIODE-DEBUT          TO MX-PERIODE-DEBUT
           MOVE W-PERIODE-FIN            TO MX-PERIODE-FIN
           MOVE ZERO                     TO MX-QTE-NETTE
           IF TE-QTE-NETTE (IDX-TE) > ZERO
               MOVE TE-QTE-NETTE (IDX-TE) TO MX-QTE-NETTE
           END-IF
           MOVE TE-DROITS-BRUTS (IDX-TE) TO MX-DROITS-BRUTS
           MOVE W-REPORT-IMPUTE          TO MX-REPORT-IMPUTE
           MOVE W-MONTANT-DU             TO MX-MONTANT-DU
           MOVE 'EUR'                    TO MX-DEVISE
           WRITE E-MECAX
           ADD 1 TO NB-PAIEMENTS
           ADD W-MONTANT-DU TO W-TOTAL-DU
           .

      *    LES DROITS DU TRIMESTRE SE TRADUISENT PAR UN DEBIT DROITS
      *    MECANIQUES (CHARGE) ET UN CREDIT EDITEURS TIERS A PAYER,
      *    UNE PAIRE PAR EDITEUR (REFERENCE = FIN DE TRIMESTRE + CODE
      *    EDITEUR)
       ECRIRE-ECRITURES-MECA.
           INITIALIZE E-GLJRNL
           MOVE W-PERIODE-FIN      TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE GL-CPT-DROITS-MECA TO GJ-COMPTE
           STRING 'DROITS MECA ' DELIMITED BY SIZE
                  TE-CODE-EDITEUR (IDX-TE) DELIMITED BY SIZE
               INTO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE W-MONTANT-DU       TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-PERIODE-FIN      TO GJ-REFERENCE(1:6)
           MOVE TE-CODE-EDITEUR (IDX-TE) TO GJ-REFERENCE(8:4)
           MOVE 'MEC'              TO GJ-REFERENCE(13:3)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE GL-CPT-EDITEURS-TIERS TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

       MAJ-EDITEUR.
           MOVE TE-CODE-EDITEUR (IDX-TE) TO EM-CODE-EDITEUR
           READ EDITMUS-KSDS
               INVALID KEY
                   DISPLAY 'EDITEUR INTROUVABLE EN MISE A JOUR : '
                       EM-CODE-EDITEUR
               NOT INVALID KEY
                   MOVE W-PERIODE-FIN TO EM-DERNIERE-PERIODE
                   MOVE W-REPORT-ENTRANT TO EM-REPORT-ENTRANT
                   MOVE W-REPORT-SORTANT TO EM-REPORT-SORTANT
                   REWRITE E-EDITMUS
                       INVALID KEY
                           DISPLAY 'ERREUR MISE A JOUR EDITEUR : '
                               EM-CODE-EDITEUR
                   END-REWRITE
           END-READ
           .

      *    UNE EXCEPTION PAR CHANSON, ALBUM ET EDITEUR VENDUS HORS
      *    LICENCE, ET UNE PAGE RECAPITULATIVE EN FIN DE RELEVE
       SIGNALER-HORS-LICENCE.
           PERFORM COMPTER-HORS-LICENCE
               VARYING IDX-TQ FROM 1 BY 1
               UNTIL IDX-TQ > NB-LICENCES
           IF NB-HORS-LICENCE > ZERO
               ADD 1 TO W-NUM-PAGE
               MOVE W-NUM-PAGE TO W-LX-NUM-PAGE
               MOVE W-PERIODE-DEBUT TO W-LX-PERIODE-DEBUT
               MOVE W-PERIODE-FIN TO W-LX-PERIODE-FIN
               IF W-NUM-PAGE > 1
                   WRITE PRINT-LIGNE FROM SPACES
                       AFTER ADVANCING PAGE
               END-IF
               WRITE PRINT-LIGNE FROM W-LIGNE-TITRE-EXC
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
               WRITE PRINT-LIGNE FROM W-LIGNE-ENTETE
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
               PERFORM EDITER-HORS-LICENCE
                   VARYING IDX-TQ FROM 1 BY 1
                   UNTIL IDX-TQ > NB-LICENCES
               WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           END-IF
           .

       COMPTER-HORS-LICENCE.
           IF TQ-QTE-HORS-LICENCE (IDX-TQ) NOT = ZERO
               ADD 1 TO NB-HORS-LICENCE
               MOVE '2' TO EX-GRAVITE
               MOVE 'LICMECA ' TO EX-CODE
               MOVE SPACES TO EX-REF
               MOVE TQ-CODEC (IDX-TQ) TO EX-REF(1:6)
               MOVE TQ-CODEA (IDX-TQ) TO EX-REF(7:6)
               MOVE TQ-CODE-EDITEUR (IDX-TQ) TO EX-REF(13:4)
               PERFORM SIGNALER-EXCEPTION
               DISPLAY 'VENTES HORS LICENCE, CHANSON '
                   TQ-CODEC (IDX-TQ) ' ALBUM ' TQ-CODEA (IDX-TQ)
                   ' EDITEUR ' TQ-CODE-EDITEUR (IDX-TQ)
                   ' QTE ' TQ-QTE-HORS-LICENCE (IDX-TQ)
           END-IF
           .

       EDITER-HORS-LICENCE.
           IF TQ-QTE-HORS-LICENCE (IDX-TQ) NOT = ZERO
               MOVE SPACES                        TO W-LIGNE-DETAIL
               MOVE TQ-CODEC (IDX-TQ)             TO W-LD-CODEC
               MOVE TQ-TITREC (IDX-TQ)            TO W-LD-TITREC
               MOVE TQ-CODEA (IDX-TQ)             TO W-LD-CODEA
               MOVE TQ-PART (IDX-TQ)              TO W-LD-PART
               MOVE TQ-TAUX-UNITAIRE (IDX-TQ)     TO W-LD-TAUX
               MOVE TQ-QTE-HORS-LICENCE (IDX-TQ)  TO W-LD-QTE
               MOVE TQ-CODE-EDITEUR (IDX-TQ)      TO W-LD-CODE-EDITEUR
               WRITE PRINT-LIGNE FROM W-LIGNE-DETAIL
           END-IF
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE LICMECA-KSDS
           CLOSE EDITMUS-KSDS
           CLOSE CHANSON-KSDS
           CLOSE VENTES-KSDS
           CLOSE MECAX-FILE
           CLOSE GLJRNL-FILE
           CLOSE PRINT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'MECARPT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LICENCES LUES             : ' NB-LICENCES-LUES
           DISPLAY 'LICENCES SANS CHANSON     : ' NB-CHANSONS-INCONNUES
           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'VENTES DU TRIMESTRE       : ' NB-VENTES-PERIODE
           DISPLAY 'RELEVES EDITEURS EDITES   : ' NB-RELEVES
           DISPLAY 'EDITEURS A PAYER          : ' NB-PAIEMENTS
           DISPLAY 'MONTANT TOTAL A PAYER     : ' W-TOTAL-DU ' EUR'
           DISPLAY 'EDITEURS AVEC REPORT      : ' NB-REPORTS
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           DISPLAY 'CHANSONS HORS LICENCE     : ' NB-HORS-LICENCE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-LICENCE.
           READ LICMECA-KSDS NEXT RECORD
               AT END
                   SET FIN-LICENCES TO TRUE
               NOT AT END
                   SET NON-FIN-LICENCES TO TRUE
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

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-EX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'MECARPT ' TO EX-BATCH
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

      *    INSCRIT LA VERSION EMISE AU JOURNAL DES TRANSMISSIONS (CF
      *    TRANSLOG.cpy) -- UNE RELANCE SUR LE MEME TRIMESTRE S INSCRIT
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
               MOVE 'MECARPT ' TO TL-INTERFACE
               MOVE SPACES TO TL-PERIODE
               MOVE W-PERIODE-FIN TO TL-PERIODE(1:6)
               MOVE W-TL-VERSION TO TL-VERSION
               IF W-TL-VERSION = 1
                   SET TL-EMISSION TO TRUE
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-PAIEMENTS TO TL-NB-ENREG
               MOVE W-TOTAL-DU TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
               MOVE SPACES TO E-TRANSLOG(60:21)
               WRITE E-TRANSLOG
               DISPLAY 'TRANSMISSION MECARPT INSCRITE, VERSION '
                   TL-VERSION
               CLOSE TRANSLG-KSDS
           END-IF
           .

       CHERCHER-VERSION-LIBRE.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'MECARPT ' TO TL-INTERFACE
           MOVE SPACES TO TL-PERIODE
           MOVE W-PERIODE-FIN TO TL-PERIODE(1:6)
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
