      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH TRIMESTRIEL DE DECLARATION DES COTISATIONS         *
      *       SOCIALES DES ARTISTES-AUTEURS                            *
      *                                                                *
      *       LES BORNES DU TRIMESTRE (AAAAMM DE DEBUT ET DE FIN) SONT *
      *       LUES EN CARTE SYSIN, COMME POUR TVADECL. LES COTISATIONS *
      *       PRECOMPTEES PAR ROYALSET (COTISG1) DONT LE REGLEMENT     *
      *       TOMBE DANS LE TRIMESTRE SONT REPRISES DANS L EXTRAIT DE  *
      *       DECLARATION (DDCOTISX) : UNE LIGNE PAR COTISATION PUIS   *
      *       UN TOTAL PAR TYPE. CHAQUE LIGNE DECLAREE EST MARQUEE DU  *
      *       TRIMESTRE DE DECLARATION.                                *
      *                                                                *
      *       UNE PAIRE D ECRITURES PAR TYPE EST AJOUTEE A L INTERFACE *
      *       COMPTABLE (DDGLJRNL, EN AJOUT APRES GLJRNL) : DEBIT      *
      *       468600 DROITS A PAYER (LA PART PRECOMPTEE N EST PAS      *
      *       VERSEE A L AYANT DROIT), CREDIT DU COMPTE DE L ORGANISME *
      *       PORTE PAR LE BAREME (TXCOTG1).                           *
      *                                                                *
      *       UNE RELANCE SUR LE MEME TRIMESTRE REPREND LES MEMES      *
      *       LIGNES ET S INSCRIT EN REEMISSION AU JOURNAL DES         *
      *       TRANSMISSIONS                                            *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTISDEC.
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

      *    BAREME DES COTISATIONS -- LIBELLE ET COMPTE DE L ORGANISME,
      *    CHARGES EN TABLE AU DEMARRAGE
           SELECT TAUXCOT-KSDS
               ASSIGN TO DDTXCOT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TX-CLE
               FILE STATUS F-TX-STATUS
               .

      *    COTISATIONS PRECOMPTEES, LUES EN SEQUENCE ET MARQUEES
      *    DECLAREES
           SELECT COTISOC-KSDS
               ASSIGN TO DDCOTISO
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-CLE
               FILE STATUS F-CS-STATUS
               .

      *    EXTRAIT DE DECLARATION TRIMESTRIELLE
           SELECT COTISX-FILE
               ASSIGN TO DDCOTISX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CX-STATUS
               .

      *    EXTRAIT DES ECRITURES COMPTABLES (EN AJOUT A GLJRNL)
           SELECT GLJRNL-FILE
               ASSIGN TO DDGLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-GJ-STATUS
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

       FD COTISX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COTISX
           .

       COPY COTISX.

       FD GLJRNL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-GLJRNL
           .

       COPY GLJRNL.

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
       77 F-TX-STATUS             PIC X(02) VALUE '00'.
       77 F-CS-STATUS             PIC X(02) VALUE '00'.
       77 F-CX-STATUS             PIC X(02) VALUE '00'.
       77 F-GJ-STATUS             PIC X(02) VALUE '00'.

      * COMPTES DU PLAN COMPTABLE -- DROITS A PAYER DEBITES DE LA
      * PART PRECOMPTEE ; COMPTE D ORGANISME PAR DEFAUT POUR UN TYPE
      * DE COTISATION ABSENT DU BAREME
       77 GL-CPT-FOURN-REDEV      PIC X(08) VALUE '468600  '.
       77 GL-CPT-ORGANISMES       PIC X(08) VALUE '431000  '.

      * BORNES DU TRIMESTRE TRAITE (AAAAMM), LUES EN CARTE SYSIN
       01 W-PARM-CARD.
           05 W-PARM-DEBUT         PIC X(06).
           05 W-PARM-FIN           PIC X(06).
       77 W-PERIODE-DEBUT         PIC 9(06).
       77 W-PERIODE-FIN           PIC 9(06).

      * DATE DU JOUR (DATE DES ECRITURES ET DE LA DECLARATION) ET
      * MOIS DU REGLEMENT DE LA LIGNE EN COURS
       77 W-DATE-JOUR             PIC 9(08).
       77 W-MOIS-RETENUE          PIC 9(06).

      * TYPES DE COTISATION DU BAREME, AVEC LE LIBELLE ET LE COMPTE
      * DE LA LIGNE LA PLUS RECENTE EN VIGUEUR EN FIN DE TRIMESTRE,
      * ET LES CUMULS DECLARES DU TRIMESTRE
       01 TABLE-TYPES.
           05 TY-ENTREE OCCURS 30 TIMES INDEXED BY IDX-TY.
               10 TY-CODE-COTIS       PIC X(04).
               10 TY-LIBELLE          PIC X(20).
               10 TY-COMPTE-GL        PIC X(08).
               10 TY-ASSIETTE         PIC 9(11)V9(02).
               10 TY-MONTANT          PIC 9(11)V9(02).
               10 TY-NB-LIGNES        PIC 9(07).
       77 NB-TYPES                PIC 9(02) VALUE ZERO.
       01 W-TYPE-IND              PIC 9.
           88 TYPE-TROUVE             VALUE 1.
           88 TYPE-ABSENT             VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-DECLAREES     PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-AUTRE-TRIM    PIC 9(07) VALUE ZERO.
       77 NB-ENREG-EXTRAIT        PIC 9(07) VALUE ZERO.
       77 NB-ECRITURES            PIC 9(07) VALUE ZERO.
       77 W-TOTAL-DECLARE         PIC 9(13)V9(02) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-TAUX-IND            PIC 9.
           88 FIN-TAUX                VALUE 1.
           88 NON-FIN-TAUX            VALUE 2.
       01 FIN-COTIS-IND           PIC 9.
           88 FIN-COTIS               VALUE 1.
           88 NON-FIN-COTIS           VALUE 2.

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
           SET FIN-COTIS TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-DEBUT = SPACES OR W-PARM-FIN = SPACES
               DISPLAY 'PERIODES DEBUT ET FIN (AAAAMM) ATTENDUES '
                   'EN CARTE SYSIN, TRAITEMENT ABANDONNE'
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE W-PARM-DEBUT TO W-PERIODE-DEBUT
           MOVE W-PARM-FIN TO W-PERIODE-FIN
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
           OPEN OUTPUT COTISX-FILE
           IF F-CX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE EXTRAIT DECLARATION'
               DISPLAY 'CODE ERREUR = ' F-CX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF F-GJ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ECRITURES GL'
               DISPLAY 'CODE ERREUR = ' F-GJ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-TYPES
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'COTISDEC - DECLARATION DES COTISATIONS SOCIALES'
           DISPLAY 'PERIODE : ' W-PARM-DEBUT ' A ' W-PARM-FIN
           DISPLAY 'TYPES DE COTISATION : ' NB-TYPES
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-COTIS
           PERFORM UNTIL FIN-COTIS
               PERFORM TRAITER-COTISATION
               PERFORM LECTURE-ENRG-COTIS
           END-PERFORM

           PERFORM DECLARER-TYPE
               VARYING IDX-TY FROM 1 BY 1
               UNTIL IDX-TY > NB-TYPES

           PERFORM ENREGISTRER-TRANSMISSION
           PERFORM FIN-TRAITEMENT
           .

      *    LA LIGNE APPARTIENT AU TRIMESTRE DE SON REGLEMENT ; UNE
      *    LIGNE DU TRIMESTRE DEJA MARQUEE D UN AUTRE TRIMESTRE N EST
      *    PAS REDECLAREE
       TRAITER-COTISATION.
           MOVE CS-DATE-RETENUE(1:6) TO W-MOIS-RETENUE
           IF W-MOIS-RETENUE NOT < W-PERIODE-DEBUT
                   AND W-MOIS-RETENUE NOT > W-PERIODE-FIN
               IF CS-NON-DECLAREE
                       OR CS-TRIMESTRE-DECLARE = W-PERIODE-FIN
                   PERFORM DECLARER-COTISATION
               ELSE
                   ADD 1 TO NB-LIGNES-AUTRE-TRIM
                   DISPLAY 'COTISATION ' CS-CODE-COTIS ' DE '
                       CS-CODEP ' PERIODE ' CS-PERIODE
                       ' DEJA DECLAREE AU TRIMESTRE '
                       CS-TRIMESTRE-DECLARE
               END-IF
           END-IF
           .

       DECLARER-COTISATION.
           PERFORM RECHERCHER-TYPE
           IF TYPE-ABSENT
               PERFORM AJOUTER-TYPE
           END-IF
           IF TYPE-TROUVE
               ADD CS-ASSIETTE TO TY-ASSIETTE (IDX-TY)
               ADD CS-MONTANT  TO TY-MONTANT (IDX-TY)
               ADD 1           TO TY-NB-LIGNES (IDX-TY)
               MOVE SPACES          TO E-COTISX
               SET CX-LIGNE-DETAIL  TO TRUE
               MOVE W-PERIODE-FIN   TO CX-TRIMESTRE
               MOVE CS-CODE-COTIS   TO CX-CODE-COTIS
               MOVE CS-CODEP        TO CX-CODEP
               MOVE CS-PERIODE      TO CX-PERIODE
               MOVE CS-ASSIETTE     TO CX-ASSIETTE
               MOVE CS-TAUX         TO CX-TAUX
               MOVE CS-MONTANT      TO CX-MONTANT
               MOVE ZERO            TO CX-NB-LIGNES
               WRITE E-COTISX
               ADD 1 TO NB-ENREG-EXTRAIT
               ADD 1 TO NB-LIGNES-DECLAREES
               MOVE W-PERIODE-FIN   TO CS-TRIMESTRE-DECLARE
               MOVE W-DATE-JOUR     TO CS-DATE-DECLARATION
               REWRITE E-COTISOC
           END-IF
           .

       RECHERCHER-TYPE.
           SET TYPE-ABSENT TO TRUE
           SET IDX-TY TO 1
           SEARCH TY-ENTREE
               AT END
                   SET TYPE-ABSENT TO TRUE
               WHEN IDX-TY > NB-TYPES
                   SET TYPE-ABSENT TO TRUE
               WHEN TY-CODE-COTIS (IDX-TY) = CS-CODE-COTIS
                   SET TYPE-TROUVE TO TRUE
           END-SEARCH
           .

      *    TYPE SORTI DU BAREME DEPUIS LE REGLEMENT -- DECLARE SUR LE
      *    COMPTE D ORGANISME PAR DEFAUT
       AJOUTER-TYPE.
           IF NB-TYPES < 30
               ADD 1 TO NB-TYPES
               SET IDX-TY TO NB-TYPES
               MOVE CS-CODE-COTIS     TO TY-CODE-COTIS (IDX-TY)
               MOVE 'HORS BAREME'     TO TY-LIBELLE (IDX-TY)
               MOVE GL-CPT-ORGANISMES TO TY-COMPTE-GL (IDX-TY)
               MOVE ZERO              TO TY-ASSIETTE (IDX-TY)
               MOVE ZERO              TO TY-MONTANT (IDX-TY)
               MOVE ZERO              TO TY-NB-LIGNES (IDX-TY)
               SET TYPE-TROUVE TO TRUE
               DISPLAY 'TYPE DE COTISATION ABSENT DU BAREME : '
                   CS-CODE-COTIS ', COMPTE ' GL-CPT-ORGANISMES
           ELSE
               DISPLAY 'TABLE DES TYPES PLEINE, COTISATION IGNOREE : '
                   CS-CODE-COTIS
           END-IF
           .

      *    TOTAL DU TYPE DANS L EXTRAIT ET PAIRE D ECRITURES : DEBIT
      *    DROITS A PAYER, CREDIT ORGANISME (REFERENCE = FIN DE
      *    TRIMESTRE + TYPE DE COTISATION). UN TYPE SANS LIGNE DANS LE
      *    TRIMESTRE N EST PAS DECLARE
       DECLARER-TYPE.
           IF TY-NB-LIGNES (IDX-TY) > ZERO
               MOVE SPACES                 TO E-COTISX
               SET CX-LIGNE-TOTAL          TO TRUE
               MOVE W-PERIODE-FIN          TO CX-TRIMESTRE
               MOVE TY-CODE-COTIS (IDX-TY) TO CX-CODE-COTIS
               MOVE ZERO                   TO CX-PERIODE
               MOVE TY-ASSIETTE (IDX-TY)   TO CX-ASSIETTE
               MOVE ZERO                   TO CX-TAUX
               MOVE TY-MONTANT (IDX-TY)    TO CX-MONTANT
               MOVE TY-NB-LIGNES (IDX-TY)  TO CX-NB-LIGNES
               WRITE E-COTISX
               ADD 1 TO NB-ENREG-EXTRAIT
               ADD TY-MONTANT (IDX-TY) TO W-TOTAL-DECLARE
               DISPLAY 'COTISATION ' TY-CODE-COTIS (IDX-TY) ' '
                   TY-LIBELLE (IDX-TY) ' LIGNES '
                   TY-NB-LIGNES (IDX-TY) ' MONTANT '
                   TY-MONTANT (IDX-TY)
               IF TY-MONTANT (IDX-TY) > ZERO
                   PERFORM ECRIRE-ECRITURES-COTIS
               END-IF
           END-IF
           .

       ECRIRE-ECRITURES-COTIS.
           INITIALIZE E-GLJRNL
           MOVE W-PERIODE-FIN      TO GJ-PERIODE
           MOVE W-DATE-JOUR        TO GJ-DATE-ECRITURE
           MOVE GL-CPT-FOURN-REDEV TO GJ-COMPTE
           STRING 'COTIS SOCIALE ' DELIMITED BY SIZE
                  TY-CODE-COTIS (IDX-TY) DELIMITED BY SIZE
               INTO GJ-LIBELLE
           SET GJ-DEBIT            TO TRUE
           MOVE TY-MONTANT (IDX-TY) TO GJ-MONTANT
           MOVE 'EUR'              TO GJ-DEVISE
           MOVE SPACES             TO GJ-REFERENCE
           MOVE W-PERIODE-FIN      TO GJ-REFERENCE(1:6)
           MOVE TY-CODE-COTIS (IDX-TY) TO GJ-REFERENCE(8:4)
           MOVE 'COT'              TO GJ-REFERENCE(13:3)
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES

           MOVE TY-COMPTE-GL (IDX-TY) TO GJ-COMPTE
           SET GJ-CREDIT           TO TRUE
           WRITE E-GLJRNL
           ADD 1 TO NB-ECRITURES
           .

      *    BAREME LU DANS L ORDRE DE LA CLE (TYPE PUIS DATE D EFFET) :
      *    CHAQUE LIGNE EN VIGUEUR EN FIN DE TRIMESTRE REMPLACE LE
      *    LIBELLE ET LE COMPTE DE LA PRECEDENTE DU MEME TYPE
       CHARGER-TYPES.
           SET NON-FIN-TAUX TO TRUE
           PERFORM UNTIL FIN-TAUX
               READ TAUXCOT-KSDS NEXT RECORD
                   AT END
                       SET FIN-TAUX TO TRUE
                   NOT AT END
                       PERFORM RETENIR-TYPE
               END-READ
           END-PERFORM
           .

       RETENIR-TYPE.
           SET TYPE-ABSENT TO TRUE
           SET IDX-TY TO 1
           SEARCH TY-ENTREE
               AT END
                   SET TYPE-ABSENT TO TRUE
               WHEN IDX-TY > NB-TYPES
                   SET TYPE-ABSENT TO TRUE
               WHEN TY-CODE-COTIS (IDX-TY) = TX-CODE-COTIS
                   SET TYPE-TROUVE TO TRUE
           END-SEARCH
           IF TYPE-ABSENT AND NB-TYPES < 30
               ADD 1 TO NB-TYPES
               SET IDX-TY TO NB-TYPES
               MOVE TX-CODE-COTIS TO TY-CODE-COTIS (IDX-TY)
               MOVE TX-LIBELLE    TO TY-LIBELLE (IDX-TY)
               MOVE TX-COMPTE-GL  TO TY-COMPTE-GL (IDX-TY)
               MOVE ZERO          TO TY-ASSIETTE (IDX-TY)
               MOVE ZERO          TO TY-MONTANT (IDX-TY)
               MOVE ZERO          TO TY-NB-LIGNES (IDX-TY)
           ELSE
               IF TYPE-TROUVE
                       AND TX-DATE-EFFET(1:6) NOT > W-PARM-FIN
                   MOVE TX-LIBELLE   TO TY-LIBELLE (IDX-TY)
                   MOVE TX-COMPTE-GL TO TY-COMPTE-GL (IDX-TY)
               END-IF
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE TAUXCOT-KSDS
           CLOSE COTISOC-KSDS
           CLOSE COTISX-FILE
           CLOSE GLJRNL-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'COTISDEC - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'COTISATIONS LUES          : ' NB-LIGNES-LUES
           DISPLAY 'COTISATIONS DECLAREES     : ' NB-LIGNES-DECLAREES
           DISPLAY 'DEJA DECLAREES AILLEURS   : ' NB-LIGNES-AUTRE-TRIM
           DISPLAY 'LIGNES D EXTRAIT ECRITES  : ' NB-ENREG-EXTRAIT
           DISPLAY 'MONTANT TOTAL DECLARE     : ' W-TOTAL-DECLARE
               ' EUR'
           DISPLAY 'ECRITURES ECRITES         : ' NB-ECRITURES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-COTIS.
           READ COTISOC-KSDS NEXT RECORD
               AT END
                   SET FIN-COTIS TO TRUE
               NOT AT END
                   SET NON-FIN-COTIS TO TRUE
                   ADD 1 TO NB-LIGNES-LUES
           END-READ
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
               MOVE 'COTISDEC' TO TL-INTERFACE
               MOVE SPACES TO TL-PERIODE
               MOVE W-PERIODE-FIN TO TL-PERIODE(1:6)
               MOVE W-TL-VERSION TO TL-VERSION
               IF W-TL-VERSION = 1
                   SET TL-EMISSION TO TRUE
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-ENREG-EXTRAIT TO TL-NB-ENREG
               MOVE W-TOTAL-DECLARE TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
               MOVE SPACES TO E-TRANSLOG(60:21)
               WRITE E-TRANSLOG
               DISPLAY 'TRANSMISSION COTISDEC INSCRITE, VERSION '
                   TL-VERSION
               CLOSE TRANSLG-KSDS
           END-IF
           .

       CHERCHER-VERSION-LIBRE.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'COTISDEC' TO TL-INTERFACE
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
