      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH D EDITION DES CONTRATS POUR SIGNATURE (132 COL)     *
      *                                                                *
      *      L EXEMPLAIRE A SIGNER EST IMPRIME A PARTIR DE CONTRAG1    *
      *      ET NON PLUS RESAISI : PARTIES (PERSONG1, MAISONG1 ET      *
      *      ADRPERG1), ALBUM, FONCTION, TAUX ET PALIERS (CTRPALG1),   *
      *      TERRITOIRES (CTRTERG1), RESERVE SUR RETOURS ET ECHEANCE.  *
      *                                                                *
      *      CARTE SYSIN : CODEA (4), CODEP (4), SIREN (5) POUR        *
      *      EDITER UN CONTRAT A LA DEMANDE ; CARTE A BLANC = TOUS     *
      *      LES CONTRATS EN ATTENTE DE SIGNATURE (STATUT 'S').        *
      *                                                                *
      *      CHAQUE EXEMPLAIRE RECOIT UN NUMERO DE VERSION, IMPRIME    *
      *      EN TETE ET EN PIED, ET EST JOURNALISE DANS CTREDIG1 (CF   *
      *      CTREDIT.cpy) AVEC LES CONDITIONS IMPRIMEES                *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSIGN.
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

      *    LU EN DIRECT POUR UNE EDITION A LA DEMANDE, EN SEQUENTIEL
      *    POUR L EDITION DES CONTRATS EN ATTENTE DE SIGNATURE
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT PERSONNE-KSDS
               ASSIGN TO DDPERSON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PE-CODEP
               FILE STATUS F-PE-STATUS
               .

      *    ADRESSE POSTALE DE L AYANT DROIT (CF ADRPERS.cpy)
           SELECT ADRPERS-KSDS
               ASSIGN TO DDADRPER
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AD-CODEP
               FILE STATUS F-AD-STATUS
               .

           SELECT MAISONDI-KSDS
               ASSIGN TO DDMAISON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-SIREN
               FILE STATUS F-MA-STATUS
               .

      *    PALIERS DE TAUX ET TERRITOIRES DU CONTRAT, RELEVES PAR
      *    PREFIXE DE CLE CONTRAT
           SELECT CTRPALIER-KSDS
               ASSIGN TO DDCTRPAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PX-CLE
               FILE STATUS F-PX-STATUS
               .

           SELECT CTRTERR-KSDS
               ASSIGN TO DDCTRTER
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TE-CLE
               FILE STATUS F-TE-STATUS
               .

      *    JOURNAL DES EXEMPLAIRES EDITES (CF CTREDIT.cpy)
           SELECT CTREDIT-KSDS
               ASSIGN TO DDCTREDI
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ED-CLE
               FILE STATUS F-ED-STATUS
               .

      *    EXEMPLAIRES A SIGNER, 132 COLONNES, EDITES A LA SUITE
           SELECT CONTRAT-FILE
               ASSIGN TO DDSORTIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CT-STATUS
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

      *    F-CONTRAT PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 E-CO-TERRITOIRE      PIC X(03).
           05 E-CO-TAUX-RESERVE    PIC 9(02)V9(02).
           05 E-CO-STATUT          PIC X(01).
               88 E-CO-BROUILLON       VALUE 'B'.
               88 E-CO-EN-SIGNATURE    VALUE 'S'.
           05 E-CO-TAUX-MERCH      PIC 9(03)V9(02).
           05 E-CO-MOIS-ECOULEMENT PIC 9(02).
           05 FILLER               PIC X(03).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PERSONNE
           .

       COPY PERSONNE.

       FD ADRPERS-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-ADRPERS
           .

      *    SEUL LE DESSIN DE L ENREGISTREMENT EST REPRIS ICI (CF
      *    ADRPERS.cpy, DONT LA ZONE DE TRAVAIL EST PROPRE AUX
      *    ECRANS)
       01 E-ADRPERS.
           05 AD-CODEP             PIC X(06).
           05 AD-RUE               PIC X(30).
           05 AD-CODE-POSTAL       PIC X(05).
           05 AD-VILLE             PIC X(20).
           05 AD-PAYS              PIC X(15).
           05 FILLER               PIC X(04).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-MAISON-DIST
           .

       COPY MAISONDI.

       FD CTRPALIER-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRPALIER
           .

       COPY CTRPALIE.

       FD CTRTERR-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTRTERR
           .

       COPY CTRTERRI.

       FD CTREDIT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CTREDIT
           .

       COPY CTREDIT.

       FD CONTRAT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CONTRAT-LIGNE
           .

       01 CONTRAT-LIGNE              PIC X(132).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-AD-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-PX-STATUS             PIC X(02) VALUE '00'.
       77 F-TE-STATUS             PIC X(02) VALUE '00'.
       77 F-ED-STATUS             PIC X(02) VALUE '00'.
       77 F-CT-STATUS             PIC X(02) VALUE '00'.

      * CONTRAT A EDITER A LA DEMANDE (CARTE SYSIN) -- A BLANC, TOUS
      * LES CONTRATS EN ATTENTE DE SIGNATURE SONT EDITES
       01 W-PARM-CARD.
           05 W-PARM-CODEA         PIC X(06).
           05 W-PARM-CODEP         PIC X(06).
           05 W-PARM-SIREN         PIC X(05).
       01 W-PARM-KEY REDEFINES W-PARM-CARD PIC X(17).

      * DATE ET HEURE D EDITION, JOURNALISEES AVEC CHAQUE EXEMPLAIRE
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-JOUR            PIC 9(08).
       01 W-DATE-JOUR-ECLATEE.
           05 W-DJ-ANNEE              PIC 9(04).
           05 W-DJ-MOIS               PIC 9(02).
           05 W-DJ-JOUR               PIC 9(02).
       01 W-DATE-JOUR-EDITEE.
           05 W-DJE-JOUR              PIC 9(02).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-DJE-MOIS              PIC 9(02).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-DJE-ANNEE             PIC 9(04).

      * NUMERO DE VERSION ATTRIBUE A L EXEMPLAIRE EN COURS
       77 W-VERSION               PIC 9(03) VALUE ZERO.
       77 W-NB-PALIERS            PIC 9(02) VALUE ZERO.
       77 W-NB-TERRITOIRES        PIC 9(02) VALUE ZERO.
       77 W-RANG-TERR             PIC 9(02) VALUE ZERO.

      * ZONES DE TRAVAIL POUR LES LIBELLES RECHERCHES PAR CLE
       77 W-TITREA                   PIC X(30) VALUE SPACES.
       77 W-IDENTITE                 PIC X(25) VALUE SPACES.
       77 W-RAISON-SOC               PIC X(30) VALUE SPACES.
       77 W-IDENTITE-DIR             PIC X(25) VALUE SPACES.

      * EN-TETE DE L EXEMPLAIRE
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(45) VALUE
               'CONTRAT D ARTISTE - EXEMPLAIRE POUR SIGNATURE'.
           05 FILLER                  PIC X(15) VALUE SPACES.
           05 FILLER                  PIC X(08) VALUE 'VERSION '.
           05 W-LT-VERSION            PIC 9(03).
           05 FILLER                  PIC X(11) VALUE ' EDITEE LE '.
           05 W-LT-DATE               PIC X(10).
           05 FILLER                  PIC X(40) VALUE SPACES.

       01 W-LIGNE-REFERENCE.
           05 FILLER                  PIC X(22) VALUE
               'REFERENCE DU CONTRAT :'.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 W-LR-CODEA              PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LR-CODEP              PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LR-SIREN              PIC X(05).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 W-LR-MENTION            PIC X(40).
           05 FILLER                  PIC X(50) VALUE SPACES.

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '='.

      * PARTIES AU CONTRAT
       01 W-LIGNE-ENTRE.
           05 FILLER                  PIC X(23) VALUE
               'ENTRE LES SOUSSIGNES :'.
           05 FILLER                  PIC X(109) VALUE SPACES.

       01 W-LIGNE-PARTIE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 W-LP-QUALITE            PIC X(18).
           05 W-LP-NOM                PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 W-LP-LIBELLE-CODE       PIC X(12).
           05 W-LP-CODE               PIC X(06).
           05 FILLER                  PIC X(60) VALUE SPACES.

       01 W-LIGNE-PARTIE-SUITE.
           05 FILLER                  PIC X(22) VALUE SPACES.
           05 W-LPS-TEXTE             PIC X(50).
           05 FILLER                  PIC X(60) VALUE SPACES.

       01 W-LIGNE-ADR-VILLE.
           05 W-LAV-CODE-POSTAL       PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 W-LAV-VILLE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 W-LAV-PAYS              PIC X(15).
           05 FILLER                  PIC X(08) VALUE SPACES.

      * ARTICLES DU CONTRAT
       01 W-LIGNE-ARTICLE.
           05 FILLER                  PIC X(08) VALUE 'ARTICLE '.
           05 W-LA-NUMERO             PIC 9(01).
           05 FILLER                  PIC X(03) VALUE ' - '.
           05 W-LA-TITRE              PIC X(40).
           05 FILLER                  PIC X(80) VALUE SPACES.

       01 W-LIGNE-CLAUSE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 W-LCL-LIBELLE           PIC X(30).
           05 W-LCL-VALEUR            PIC X(40).
           05 FILLER                  PIC X(58) VALUE SPACES.

       01 W-LIGNE-TAUX.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 W-LTX-LIBELLE           PIC X(30).
           05 W-LTX-TAUX              PIC ZZ9,99.
           05 FILLER                  PIC X(02) VALUE ' %'.
           05 W-LTX-SUITE             PIC X(50).
           05 FILLER                  PIC X(40) VALUE SPACES.

       01 W-LIGNE-PALIER.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'A PARTIR DE '.
           05 W-LPA-SEUIL             PIC Z(8)9.
           05 FILLER                  PIC X(28) VALUE
               ' UNITES VENDUES, TAUX PORTE'.
           05 FILLER                  PIC X(03) VALUE ' A '.
           05 W-LPA-TAUX              PIC ZZ9,99.
           05 FILLER                  PIC X(02) VALUE ' %'.
           05 FILLER                  PIC X(64) VALUE SPACES.

       01 W-LIGNE-TERRITOIRES.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 W-LTE-CODE              PIC X(04) OCCURS 25 TIMES.
           05 FILLER                  PIC X(24) VALUE SPACES.

      * BLOC DE SIGNATURE
       01 W-LIGNE-FAIT.
           05 FILLER                  PIC X(50) VALUE
               'FAIT EN DEUX EXEMPLAIRES ORIGINAUX, A'.
           05 FILLER                  PIC X(45) VALUE
               '......................., LE ..../..../......'.
           05 FILLER                  PIC X(37) VALUE SPACES.

       01 W-LIGNE-SIGNATAIRES.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(60) VALUE
               'L AYANT DROIT'.
           05 FILLER                  PIC X(68) VALUE
               'POUR LE DISTRIBUTEUR'.

       01 W-LIGNE-NOMS-SIGNATAIRES.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 W-LNS-AYANT-DROIT       PIC X(60).
           05 W-LNS-DISTRIBUTEUR      PIC X(68).

       01 W-LIGNE-MENTION-SIGN.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(60) VALUE
               '(SIGNATURE PRECEDEE DE LA MENTION LU ET APPROUVE)'.
           05 FILLER                  PIC X(68) VALUE
               '(SIGNATURE ET CACHET)'.

       01 W-LIGNE-PIED.
           05 FILLER                  PIC X(60) VALUE SPACES.
           05 FILLER                  PIC X(08) VALUE 'CONTRAT '.
           05 W-LPI-CODEA             PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LPI-CODEP             PIC X(06).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 W-LPI-SIREN             PIC X(05).
           05 FILLER                  PIC X(09) VALUE ' VERSION '.
           05 W-LPI-VERSION           PIC 9(03).
           05 FILLER                  PIC X(37) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CONTRATS-LUS         PIC 9(07) VALUE ZERO.
       77 NB-EXEMPLAIRES          PIC 9(07) VALUE ZERO.
       77 NB-REFUSES              PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER / DE BALAYAGE
       01 FIN-CONTRAT-IND         PIC 9.
           88 FIN-CONTRAT             VALUE 1.
           88 NON-FIN-CONTRAT         VALUE 2.
       01 FIN-PALIERS-IND         PIC 9.
           88 FIN-PALIERS             VALUE 1.
           88 NON-FIN-PALIERS         VALUE 2.
       01 FIN-TERR-IND            PIC 9.
           88 FIN-TERR                VALUE 1.
           88 NON-FIN-TERR            VALUE 2.
       01 FIN-EDITIONS-IND        PIC 9.
           88 FIN-EDITIONS            VALUE 1.
           88 NON-FIN-EDITIONS        VALUE 2.

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
           SET FIN-CONTRAT TO TRUE
           ACCEPT W-PARM-CARD FROM SYSIN
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           MOVE W-DATE-JOUR TO W-DATE-JOUR-ECLATEE
           MOVE W-DJ-JOUR  TO W-DJE-JOUR
           MOVE W-DJ-MOIS  TO W-DJE-MOIS
           MOVE W-DJ-ANNEE TO W-DJE-ANNEE
      *    OUVERTURE DES FICHIERS
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT PERSONNE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PERSONNE'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ADRPERS-KSDS
           IF F-AD-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ADRPERS'
               DISPLAY 'CODE ERREUR = ' F-AD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT MAISONDI-KSDS
           IF F-MA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER MAISONDI'
               DISPLAY 'CODE ERREUR = ' F-MA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRPALIER-KSDS
           IF F-PX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PALIERS DE TAUX'
               DISPLAY 'CODE ERREUR = ' F-PX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CTRTERR-KSDS
           IF F-TE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CTRTERG1'
               DISPLAY 'CODE ERREUR = ' F-TE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O CTREDIT-KSDS
           IF F-ED-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CTREDIG1'
               DISPLAY 'CODE ERREUR = ' F-ED-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT CONTRAT-FILE
           IF F-CT-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES EXEMPLAIRES'
               DISPLAY 'CODE ERREUR = ' F-CT-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CTRSIGN - CONTRATS POUR SIGNATURE (132 COL)'
           DISPLAY '---------------------------------------------'

           IF W-PARM-KEY NOT = SPACES
               PERFORM EDITER-CONTRAT-DEMANDE
           ELSE
               PERFORM LECTURE-ENRG-CONTRAT
               PERFORM UNTIL FIN-CONTRAT
                   ADD 1 TO NB-CONTRATS-LUS
                   IF E-CO-EN-SIGNATURE
                       PERFORM EDITER-EXEMPLAIRE
                   END-IF
                   PERFORM LECTURE-ENRG-CONTRAT
               END-PERFORM
           END-IF

           PERFORM FIN-TRAITEMENT
           .

      *    EDITION A LA DEMANDE -- SEULS LES CONTRATS NON ENCORE
      *    ACTIFS (BROUILLON OU EN ATTENTE DE SIGNATURE) SONT A SIGNER
       EDITER-CONTRAT-DEMANDE.
           MOVE W-PARM-KEY TO E-CO-KEY
           READ CONTRAT-KSDS
               INVALID KEY
                   ADD 1 TO NB-REFUSES
                   DISPLAY 'CONTRAT INCONNU : ' W-PARM-CODEA '/'
                       W-PARM-CODEP '/' W-PARM-SIREN
               NOT INVALID KEY
                   ADD 1 TO NB-CONTRATS-LUS
                   IF E-CO-BROUILLON OR E-CO-EN-SIGNATURE
                       PERFORM EDITER-EXEMPLAIRE
                   ELSE
                       ADD 1 TO NB-REFUSES
                       DISPLAY 'CONTRAT ' W-PARM-CODEA '/'
                           W-PARM-CODEP '/' W-PARM-SIREN
                           ' DEJA ACTIF OU RESILIE (STATUT '
                           E-CO-STATUT ') - NON EDITE'
                   END-IF
           END-READ
           .

       EDITER-EXEMPLAIRE.
           PERFORM ATTRIBUER-VERSION
           PERFORM LIRE-ALBUM
           PERFORM LIRE-PERSONNE
           PERFORM LIRE-MAISON
           IF NB-EXEMPLAIRES > 0
               WRITE CONTRAT-LIGNE FROM SPACES
               WRITE CONTRAT-LIGNE FROM SPACES
           END-IF
           PERFORM ECRIRE-ENTETE
           PERFORM ECRIRE-PARTIES
           PERFORM ECRIRE-ARTICLES
           PERFORM ECRIRE-SIGNATURES
           PERFORM JOURNALISER-EDITION
           ADD 1 TO NB-EXEMPLAIRES
           .

      *    VERSION = DERNIERE VERSION JOURNALISEE DU CONTRAT + 1
       ATTRIBUER-VERSION.
           MOVE ZERO       TO W-VERSION
           MOVE E-CO-CODEA TO ED-CODEA
           MOVE E-CO-CODEP TO ED-CODEP
           MOVE E-CO-SIREN TO ED-SIREN
           MOVE ZERO       TO ED-VERSION
           SET NON-FIN-EDITIONS TO TRUE
           START CTREDIT-KSDS KEY IS NOT LESS THAN ED-CLE
               INVALID KEY
                   SET FIN-EDITIONS TO TRUE
           END-START
           PERFORM UNTIL FIN-EDITIONS
               READ CTREDIT-KSDS NEXT RECORD
                   AT END
                       SET FIN-EDITIONS TO TRUE
                   NOT AT END
                       IF ED-CODEA = E-CO-CODEA
                               AND ED-CODEP = E-CO-CODEP
                               AND ED-SIREN = E-CO-SIREN
                           MOVE ED-VERSION TO W-VERSION
                       ELSE
                           SET FIN-EDITIONS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO W-VERSION
           .

       LIRE-ALBUM.
           MOVE 'ALBUM INCONNU' TO W-TITREA
           MOVE E-CO-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-TITREA TO W-TITREA
           END-READ
           .

       LIRE-PERSONNE.
           MOVE 'AYANT DROIT INCONNU' TO W-IDENTITE
           MOVE E-CO-CODEP TO PE-CODEP
           READ PERSONNE-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PE-IDENTITE TO W-IDENTITE
           END-READ
           .

      *    LE DISTRIBUTEUR EST REPRESENTE PAR SON DIRIGEANT
      *    (MA-CODEP-DIR), DONT L IDENTITE EST DANS PERSONG1
       LIRE-MAISON.
           MOVE 'DISTRIBUTEUR INCONNU' TO W-RAISON-SOC
           MOVE SPACES TO W-IDENTITE-DIR
           MOVE SPACES TO MA-ADRESSE
           MOVE E-CO-SIREN TO MA-SIREN
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-RAISON-SOC TO W-RAISON-SOC
                   IF MA-CODEP-DIR NOT = SPACES
                       MOVE MA-CODEP-DIR TO PE-CODEP
                       READ PERSONNE-KSDS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PE-IDENTITE TO W-IDENTITE-DIR
                       END-READ
                   END-IF
           END-READ
           .

       ECRIRE-ENTETE.
           MOVE W-VERSION          TO W-LT-VERSION
           MOVE W-DATE-JOUR-EDITEE TO W-LT-DATE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-TITRE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-TRAIT
           MOVE E-CO-CODEA TO W-LR-CODEA
           MOVE E-CO-CODEP TO W-LR-CODEP
           MOVE E-CO-SIREN TO W-LR-SIREN
           IF E-CO-BROUILLON
               MOVE 'PROJET - CONTRAT AU STATUT BROUILLON'
                   TO W-LR-MENTION
           ELSE
               MOVE SPACES TO W-LR-MENTION
           END-IF
           WRITE CONTRAT-LIGNE FROM W-LIGNE-REFERENCE
           WRITE CONTRAT-LIGNE FROM SPACES
           .

       ECRIRE-PARTIES.
           WRITE CONTRAT-LIGNE FROM W-LIGNE-ENTRE
           WRITE CONTRAT-LIGNE FROM SPACES
           MOVE 'L AYANT DROIT    :' TO W-LP-QUALITE
           MOVE W-IDENTITE          TO W-LP-NOM
           MOVE 'REFERENCE : '      TO W-LP-LIBELLE-CODE
           MOVE E-CO-CODEP          TO W-LP-CODE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE
           MOVE E-CO-CODEP TO AD-CODEP
           READ ADRPERS-KSDS
               INVALID KEY
                   MOVE 'ADRESSE NON RENSEIGNEE' TO W-LPS-TEXTE
                   WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE-SUITE
                   END-WRITE
               NOT INVALID KEY
                   MOVE AD-RUE TO W-LPS-TEXTE
                   WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE-SUITE
                   END-WRITE
                   MOVE AD-CODE-POSTAL TO W-LAV-CODE-POSTAL
                   MOVE AD-VILLE       TO W-LAV-VILLE
                   MOVE AD-PAYS        TO W-LAV-PAYS
                   MOVE W-LIGNE-ADR-VILLE TO W-LPS-TEXTE
                   WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE-SUITE
                   END-WRITE
           END-READ
           WRITE CONTRAT-LIGNE FROM SPACES
           MOVE 'ET'                TO W-LPS-TEXTE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE-SUITE
           WRITE CONTRAT-LIGNE FROM SPACES
           MOVE 'LE DISTRIBUTEUR  :' TO W-LP-QUALITE
           MOVE W-RAISON-SOC        TO W-LP-NOM
           MOVE 'SIREN     : '      TO W-LP-LIBELLE-CODE
           MOVE E-CO-SIREN          TO W-LP-CODE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE
           IF MA-ADRESSE NOT = SPACES
               MOVE MA-ADRESSE TO W-LPS-TEXTE
               WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE-SUITE
           END-IF
           IF W-IDENTITE-DIR NOT = SPACES
               MOVE SPACES TO W-LPS-TEXTE
               STRING 'REPRESENTE PAR ' DELIMITED BY SIZE
                   W-IDENTITE-DIR DELIMITED BY SIZE
                   INTO W-LPS-TEXTE
               END-STRING
               WRITE CONTRAT-LIGNE FROM W-LIGNE-PARTIE-SUITE
           END-IF
           WRITE CONTRAT-LIGNE FROM SPACES
           .

       ECRIRE-ARTICLES.
      *    ARTICLE 1 - OBJET
           MOVE 1 TO W-LA-NUMERO
           MOVE 'OBJET DU CONTRAT' TO W-LA-TITRE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-ARTICLE
           MOVE 'ALBUM                       :' TO W-LCL-LIBELLE
           MOVE W-TITREA TO W-LCL-VALEUR
           WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           MOVE 'CODE ALBUM                  :' TO W-LCL-LIBELLE
           MOVE E-CO-CODEA TO W-LCL-VALEUR
           WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           MOVE 'FONCTION DE L AYANT DROIT   :' TO W-LCL-LIBELLE
           MOVE E-CO-FONCTION TO W-LCL-VALEUR
           WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           WRITE CONTRAT-LIGNE FROM SPACES

      *    ARTICLE 2 - REMUNERATION, PALIERS COMPRIS
           MOVE 2 TO W-LA-NUMERO
           MOVE 'REMUNERATION' TO W-LA-TITRE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-ARTICLE
           MOVE 'TAUX DE DROITS              :' TO W-LTX-LIBELLE
           MOVE E-CO-DROITS TO W-LTX-TAUX
           MOVE ' DES VENTES NETTES DE L ALBUM' TO W-LTX-SUITE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-TAUX
           PERFORM ECRIRE-PALIERS
           IF E-CO-TAUX-MERCH > ZERO
               MOVE 'TAUX SUR LE MERCHANDISING   :' TO W-LTX-LIBELLE
               MOVE E-CO-TAUX-MERCH TO W-LTX-TAUX
               MOVE ' DES VENTES D ARTICLES DE L ARTISTE'
                   TO W-LTX-SUITE
               WRITE CONTRAT-LIGNE FROM W-LIGNE-TAUX
           END-IF
           WRITE CONTRAT-LIGNE FROM SPACES

      *    ARTICLE 3 - TERRITOIRES
           MOVE 3 TO W-LA-NUMERO
           MOVE 'TERRITOIRES DE DISTRIBUTION' TO W-LA-TITRE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-ARTICLE
           PERFORM ECRIRE-TERRITOIRES
           WRITE CONTRAT-LIGNE FROM SPACES

      *    ARTICLE 4 - RESERVE SUR RETOURS
           MOVE 4 TO W-LA-NUMERO
           MOVE 'RESERVE SUR RETOURS' TO W-LA-TITRE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-ARTICLE
           IF E-CO-TAUX-RESERVE > ZERO
               MOVE 'TAUX DE RESERVE             :' TO W-LTX-LIBELLE
               MOVE E-CO-TAUX-RESERVE TO W-LTX-TAUX
               MOVE ' DES DROITS, LIBERE TROIS PERIODES PLUS TARD'
                   TO W-LTX-SUITE
               WRITE CONTRAT-LIGNE FROM W-LIGNE-TAUX
           ELSE
               MOVE 'TAUX DE RESERVE             :' TO W-LCL-LIBELLE
               MOVE 'AUCUNE RESERVE SUR RETOURS' TO W-LCL-VALEUR
               WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           END-IF
           WRITE CONTRAT-LIGNE FROM SPACES

      *    ARTICLE 5 - DUREE
           MOVE 5 TO W-LA-NUMERO
           MOVE 'DUREE' TO W-LA-TITRE
           WRITE CONTRAT-LIGNE FROM W-LIGNE-ARTICLE
           MOVE 'ECHEANCE DU CONTRAT         :' TO W-LCL-LIBELLE
           IF E-CO-DATE-EXPIR = SPACES
               MOVE 'DUREE INDETERMINEE' TO W-LCL-VALEUR
           ELSE
               MOVE E-CO-DATE-EXPIR TO W-LCL-VALEUR
           END-IF
           WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           MOVE 'ECOULEMENT DES STOCKS       :' TO W-LCL-LIBELLE
           MOVE SPACES TO W-LCL-VALEUR
           IF E-CO-MOIS-ECOULEMENT > ZERO
               MOVE E-CO-MOIS-ECOULEMENT TO W-LCL-VALEUR (1:2)
               MOVE 'MOIS APRES L ECHEANCE' TO W-LCL-VALEUR (4:21)
           ELSE
               MOVE 'AUCUN APRES L ECHEANCE' TO W-LCL-VALEUR
           END-IF
           WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           WRITE CONTRAT-LIGNE FROM SPACES
           .

       ECRIRE-PALIERS.
           MOVE ZERO TO W-NB-PALIERS
           MOVE SPACES     TO E-CTRPALIER
           MOVE E-CO-CODEA TO PX-CODEA
           MOVE E-CO-CODEP TO PX-CODEP
           MOVE E-CO-SIREN TO PX-SIREN
           MOVE ZERO       TO PX-NUM-PALIER
           SET NON-FIN-PALIERS TO TRUE
           START CTRPALIER-KSDS KEY IS NOT LESS THAN PX-CLE
               INVALID KEY
                   SET FIN-PALIERS TO TRUE
           END-START
           PERFORM UNTIL FIN-PALIERS
               READ CTRPALIER-KSDS NEXT RECORD
                   AT END
                       SET FIN-PALIERS TO TRUE
                   NOT AT END
                       IF PX-CODEA = E-CO-CODEA
                               AND PX-CODEP = E-CO-CODEP
                               AND PX-SIREN = E-CO-SIREN
                           IF W-NB-PALIERS = ZERO
                               MOVE 'PALIERS DE TAUX             :'
                                   TO W-LCL-LIBELLE
                               MOVE SPACES TO W-LCL-VALEUR
                               WRITE CONTRAT-LIGNE
                                   FROM W-LIGNE-CLAUSE
                           END-IF
                           ADD 1 TO W-NB-PALIERS
                           MOVE PX-SEUIL-UNITES TO W-LPA-SEUIL
                           MOVE PX-TAUX         TO W-LPA-TAUX
                           WRITE CONTRAT-LIGNE FROM W-LIGNE-PALIER
                       ELSE
                           SET FIN-PALIERS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    TERRITOIRE DU CONTRAT (E-CO-TERRITOIRE) PUIS LISTE DES
      *    TERRITOIRES DE CTRTERG1, 25 CODES PAR LIGNE
       ECRIRE-TERRITOIRES.
           MOVE ZERO TO W-NB-TERRITOIRES
           MOVE ZERO TO W-RANG-TERR
           MOVE SPACES TO W-LIGNE-TERRITOIRES
           IF E-CO-TERRITOIRE NOT = SPACES
               PERFORM AJOUTER-TERRITOIRE
           END-IF
           MOVE SPACES     TO E-CTRTERR
           MOVE E-CO-CODEA TO TE-CODEA
           MOVE E-CO-CODEP TO TE-CODEP
           MOVE E-CO-SIREN TO TE-SIREN
           SET NON-FIN-TERR TO TRUE
           START CTRTERR-KSDS KEY IS NOT LESS THAN TE-CLE
               INVALID KEY
                   SET FIN-TERR TO TRUE
           END-START
           PERFORM UNTIL FIN-TERR
               READ CTRTERR-KSDS NEXT RECORD
                   AT END
                       SET FIN-TERR TO TRUE
                   NOT AT END
                       IF TE-CODEA = E-CO-CODEA
                               AND TE-CODEP = E-CO-CODEP
                               AND TE-SIREN = E-CO-SIREN
                           IF TE-TERRITOIRE NOT = E-CO-TERRITOIRE
                               PERFORM AJOUTER-TERRITOIRE
                           END-IF
                       ELSE
                           SET FIN-TERR TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF W-NB-TERRITOIRES = ZERO
               MOVE 'TERRITOIRES AUTORISES       :' TO W-LCL-LIBELLE
               MOVE 'MONDE ENTIER, SANS RESTRICTION' TO W-LCL-VALEUR
               WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           ELSE
               IF W-RANG-TERR > ZERO
                   WRITE CONTRAT-LIGNE FROM W-LIGNE-TERRITOIRES
               END-IF
           END-IF
           .

       AJOUTER-TERRITOIRE.
           IF W-NB-TERRITOIRES = ZERO
               MOVE 'TERRITOIRES AUTORISES       :' TO W-LCL-LIBELLE
               MOVE SPACES TO W-LCL-VALEUR
               WRITE CONTRAT-LIGNE FROM W-LIGNE-CLAUSE
           END-IF
           IF W-NB-TERRITOIRES < 99
               ADD 1 TO W-NB-TERRITOIRES
           END-IF
           IF W-RANG-TERR = 25
               WRITE CONTRAT-LIGNE FROM W-LIGNE-TERRITOIRES
               MOVE SPACES TO W-LIGNE-TERRITOIRES
               MOVE ZERO TO W-RANG-TERR
           END-IF
           ADD 1 TO W-RANG-TERR
           IF W-NB-TERRITOIRES = 1
               MOVE E-CO-TERRITOIRE TO W-LTE-CODE (W-RANG-TERR)
           ELSE
               MOVE TE-TERRITOIRE TO W-LTE-CODE (W-RANG-TERR)
           END-IF
           .

       ECRIRE-SIGNATURES.
           WRITE CONTRAT-LIGNE FROM W-LIGNE-FAIT
           WRITE CONTRAT-LIGNE FROM SPACES
           WRITE CONTRAT-LIGNE FROM W-LIGNE-SIGNATAIRES
           MOVE W-IDENTITE TO W-LNS-AYANT-DROIT
           IF W-IDENTITE-DIR NOT = SPACES
               MOVE W-IDENTITE-DIR TO W-LNS-DISTRIBUTEUR
           ELSE
               MOVE W-RAISON-SOC   TO W-LNS-DISTRIBUTEUR
           END-IF
           WRITE CONTRAT-LIGNE FROM W-LIGNE-NOMS-SIGNATAIRES
           WRITE CONTRAT-LIGNE FROM W-LIGNE-MENTION-SIGN
           WRITE CONTRAT-LIGNE FROM SPACES
           WRITE CONTRAT-LIGNE FROM SPACES
           WRITE CONTRAT-LIGNE FROM SPACES
           WRITE CONTRAT-LIGNE FROM SPACES
           MOVE E-CO-CODEA TO W-LPI-CODEA
           MOVE E-CO-CODEP TO W-LPI-CODEP
           MOVE E-CO-SIREN TO W-LPI-SIREN
           MOVE W-VERSION  TO W-LPI-VERSION
           WRITE CONTRAT-LIGNE FROM W-LIGNE-TRAIT
           WRITE CONTRAT-LIGNE FROM W-LIGNE-PIED
           .

      *    LA VERSION EDITEE EST JOURNALISEE AVEC LES CONDITIONS
      *    IMPRIMEES, POUR RETROUVER CELLE QU A SIGNEE L ARTISTE
       JOURNALISER-EDITION.
           INITIALIZE E-CTREDIT
           MOVE E-CO-CODEA        TO ED-CODEA
           MOVE E-CO-CODEP        TO ED-CODEP
           MOVE E-CO-SIREN        TO ED-SIREN
           MOVE W-VERSION         TO ED-VERSION
           MOVE W-DATE-JOUR       TO ED-DATE-EDITION
           MOVE W-HEURE-JOUR (1:6) TO ED-HEURE-EDITION
           MOVE E-CO-STATUT       TO ED-STATUT-CONTRAT
           MOVE E-CO-FONCTION     TO ED-FONCTION
           MOVE E-CO-DROITS       TO ED-DROITS
           MOVE E-CO-DATE-EXPIR   TO ED-DATE-EXPIR
           MOVE E-CO-TAUX-RESERVE TO ED-TAUX-RESERVE
           MOVE W-NB-PALIERS      TO ED-NB-PALIERS
           MOVE W-NB-TERRITOIRES  TO ED-NB-TERRITOIRES
           WRITE E-CTREDIT
               INVALID KEY
                   DISPLAY 'ERREUR JOURNALISATION EDITION CONTRAT '
                       ED-CODEA '/' ED-CODEP '/' ED-SIREN
                       ' VERSION ' ED-VERSION ' - CODE ' F-ED-STATUS
           END-WRITE
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CONTRAT-KSDS
           CLOSE ALBUM-KSDS
           CLOSE PERSONNE-KSDS
           CLOSE ADRPERS-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE CTRPALIER-KSDS
           CLOSE CTRTERR-KSDS
           CLOSE CTREDIT-KSDS
           CLOSE CONTRAT-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CTRSIGN - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CONTRATS EXAMINES         : ' NB-CONTRATS-LUS
           DISPLAY 'EXEMPLAIRES EDITES        : ' NB-EXEMPLAIRES
           DISPLAY 'DEMANDES NON EDITEES      : ' NB-REFUSES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CONTRAT.
           READ CONTRAT-KSDS NEXT RECORD
               AT END
                   SET FIN-CONTRAT TO TRUE
               NOT AT END
                   SET NON-FIN-CONTRAT TO TRUE
           END-READ
           .
