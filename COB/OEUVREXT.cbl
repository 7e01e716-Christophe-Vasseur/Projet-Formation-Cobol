      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       FICHIER DE DECLARATION DES OEUVRES NOUVELLES OU          *
      *       MODIFIEES A LA SOCIETE DE PERCEPTION (SACEM/SDRM)        *
      *                                                                *
      *       PARCOURT LES CHANSONS (CHANSOG1) ET RETIENT CELLES QUI   *
      *       N ONT JAMAIS ETE DECLAREES, CELLES DONT L ALBUM, LE      *
      *       TITRE OU L ISRC ONT CHANGE DEPUIS LA DERNIERE            *
      *       DECLARATION (IMAGE TENUE SUR OEUVREG1) ET CELLES         *
      *       REJETEES PAR LA SOCIETE. LES AYANTS DROIT SONT LES       *
      *       AUTEURS ET COMPOSITEURS SOUS CONTRAT SUR L ALBUM DE LA   *
      *       CHANSON, LEUR PART DE L OEUVRE AU PRORATA DE LEUR TAUX   *
      *       DE DROITS. LES CHANSONS EDITEES A L EXTERIEUR (LICENCE   *
      *       MECANIQUE SUR LICMCG1) NE SONT PAS DECLAREES PAR NOUS.   *
      *       L ACCUSE DE RECEPTION EST REPRIS PAR OEUVRREC            *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OEUVREXT.
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

           SELECT CHANSON-KSDS
               ASSIGN TO DDCHANSO
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CH-CODEC
               FILE STATUS F-CN-STATUS
               .

      *    IMAGE DES OEUVRES DECLAREES, RELUE ET MISE A JOUR
           SELECT OEUVRE-KSDS
               ASSIGN TO DDOEUVRE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OE-CODEC
               FILE STATUS F-OE-STATUS
               .

      *    CONTRATS, PARCOURUS PAR PREFIXE ALBUM
           SELECT CONTRAT-KSDS
               ASSIGN TO DDCONTRA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CO-KEY
               FILE STATUS F-CO-STATUS
               .

           SELECT PERSONNE-KSDS
               ASSIGN TO DDPERSON
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PE-CODEP
               FILE STATUS F-PE-STATUS
               .

      *    LICENCES MECANIQUES, PARCOURUES PAR PREFIXE CHANSON
           SELECT LICMECA-KSDS
               ASSIGN TO DDLICMEC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MQ-CLE
               FILE STATUS F-MQ-STATUS
               .

      *    FICHIER DE DECLARATION A LA SOCIETE DE PERCEPTION
           SELECT OEUVREX-FILE
               ASSIGN TO DDOEUVRX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-OX-STATUS
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

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

       FD OEUVRE-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-OEUVRE
           .

       COPY OEUVRE.

       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONTRAT
           .

      *    SEUL LE DESSIN DE L ENREGISTREMENT EST REPRIS ICI (CF
      *    CONTRAT.cpy, QUI PORTE UN NIVEAU 77)
       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(07).
           05 E-CO-STATUT          PIC X(01).
               88 E-CO-BROUILLON       VALUE 'B'.
               88 E-CO-EN-SIGNATURE    VALUE 'S'.
           05 FILLER               PIC X(10).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-PERSONNE
           .

       COPY PERSONNE.

       FD LICMECA-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-LICMECA
           .

       COPY LICMECA.

       FD OEUVREX-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-OEUVREX
           .

       COPY OEUVREX.

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
       77 F-CN-STATUS             PIC X(02) VALUE '00'.
       77 F-OE-STATUS             PIC X(02) VALUE '00'.
       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-MQ-STATUS             PIC X(02) VALUE '00'.
       77 F-OX-STATUS             PIC X(02) VALUE '00'.

      * DATE DU JOUR (DATE D EMISSION ET PERIODE DU JOURNAL)
       77 W-DATE-JOUR             PIC 9(08).

      *    AYANTS DROIT DE L OEUVRE EN COURS -- UN PAR PERSONNE, LE
      *    PREMIER CONTRAT RENCONTRE DONNE LE ROLE ET LE TAUX
       01 TABLE-AYANTS.
           05 TY-ENTREE OCCURS 20 TIMES INDEXED BY IDX-TY.
               10 TY-CODEP            PIC X(06).
               10 TY-ROLE             PIC X(02).
               10 TY-DROITS           PIC 9(03)V9(02).
               10 TY-PART             PIC 9(03)V9(02).
       77 NB-AYANTS               PIC 9(02) VALUE ZERO.
       77 W-ROLE                  PIC X(02).
       77 W-TOTAL-DROITS          PIC 9(05)V9(02) VALUE ZERO.
       77 W-PARTS-REPARTIES       PIC 9(03)V9(02) VALUE ZERO.
       01 AYANT-IND               PIC 9.
           88 AYANT-TROUVE            VALUE 1.
           88 AYANT-ABSENT            VALUE 2.

      * SITUATION DE LA CHANSON EN COURS
       01 DECLARATION-IND         PIC 9.
           88 A-DECLARER              VALUE 1.
           88 DEJA-DECLAREE           VALUE 2.
       01 OEUVRE-IND              PIC 9.
           88 OEUVRE-CONNUE           VALUE 1.
           88 OEUVRE-INCONNUE         VALUE 2.
       01 LICENCE-IND             PIC 9.
           88 OEUVRE-TIERCE           VALUE 1.
           88 OEUVRE-MAISON           VALUE 2.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CHANSONS-LUES        PIC 9(07) VALUE ZERO.
       77 NB-OEUVRES-TIERCES      PIC 9(07) VALUE ZERO.
       77 NB-NOUVELLES            PIC 9(07) VALUE ZERO.
       77 NB-MODIFICATIONS        PIC 9(07) VALUE ZERO.
       77 NB-REDECLAREES          PIC 9(07) VALUE ZERO.
       77 NB-SANS-AYANT           PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EMISES        PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-CHANSON-IND         PIC 9.
           88 FIN-CHANSON             VALUE 1.
           88 NON-FIN-CHANSON         VALUE 2.
       01 FIN-CONTRAT-IND         PIC 9.
           88 FIN-CONTRAT             VALUE 1.
           88 NON-FIN-CONTRAT         VALUE 2.

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
           SET FIN-CHANSON TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT CHANSON-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               DISPLAY 'CODE ERREUR = ' F-CN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O OEUVRE-KSDS
           IF F-OE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER OEUVRES DECLAREES'
               DISPLAY 'CODE ERREUR = ' F-OE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONTRAT'
               DISPLAY 'CODE ERREUR = ' F-CO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT PERSONNE-KSDS
           IF F-PE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PERSONNE'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT LICMECA-KSDS
           IF F-MQ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER LICENCES MECANIQUES'
               DISPLAY 'CODE ERREUR = ' F-MQ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT OEUVREX-FILE
           IF F-OX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DECLARATION OEUVRES'
               DISPLAY 'CODE ERREUR = ' F-OX-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'OEUVREXT - DECLARATION DES OEUVRES A LA'
           DISPLAY '           SOCIETE DE PERCEPTION'
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CHANSON
           PERFORM UNTIL FIN-CHANSON
               ADD 1 TO NB-CHANSONS-LUES
               PERFORM TRAITER-CHANSON
               PERFORM LECTURE-ENRG-CHANSON
           END-PERFORM

           PERFORM ENREGISTRER-TRANSMISSION
           PERFORM FIN-TRAITEMENT
           .

       TRAITER-CHANSON.
           PERFORM RECHERCHER-LICENCE
           IF OEUVRE-TIERCE
               ADD 1 TO NB-OEUVRES-TIERCES
           ELSE
               PERFORM CONTROLER-DECLARATION
               IF A-DECLARER
                   PERFORM CHARGER-AYANTS
                   IF NB-AYANTS = ZERO
                       ADD 1 TO NB-SANS-AYANT
                       DISPLAY 'AUCUN AUTEUR NI COMPOSITEUR SOUS '
                           'CONTRAT, NON DECLAREE : ' CH-CODEC
                           ' ALBUM ' CH-CODEA
                   ELSE
                       PERFORM REPARTIR-PARTS
                       PERFORM ECRIRE-DECLARATION
                       PERFORM MAJ-OEUVRE
                   END-IF
               END-IF
           END-IF
           .

      *    UNE CHANSON PORTANT UNE LICENCE MECANIQUE EST L OEUVRE D UN
      *    EDITEUR TIERS, QUI LA DECLARE LUI-MEME
       RECHERCHER-LICENCE.
           SET OEUVRE-MAISON TO TRUE
           MOVE CH-CODEC TO MQ-CODEC
           MOVE LOW-VALUES TO MQ-CODE-EDITEUR
           START LICMECA-KSDS KEY IS NOT LESS THAN MQ-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LICMECA-KSDS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MQ-CODEC = CH-CODEC
                               SET OEUVRE-TIERCE TO TRUE
                           END-IF
                   END-READ
           END-START
           .

      *    NOUVELLE SI JAMAIS DECLAREE, MODIFIEE SI L ALBUM, LE TITRE
      *    OU L ISRC ONT CHANGE, REDECLAREE SI REJETEE
       CONTROLER-DECLARATION.
           SET DEJA-DECLAREE TO TRUE
           MOVE CH-CODEC TO OE-CODEC
           READ OEUVRE-KSDS
               INVALID KEY
                   SET OEUVRE-INCONNUE TO TRUE
                   SET A-DECLARER TO TRUE
                   ADD 1 TO NB-NOUVELLES
               NOT INVALID KEY
                   SET OEUVRE-CONNUE TO TRUE
                   IF OE-CODEA NOT = CH-CODEA
                           OR OE-TITREC NOT = CH-TITREC
                           OR OE-CODE-ISRC NOT = CH-CODE-ISRC
                       SET A-DECLARER TO TRUE
                       ADD 1 TO NB-MODIFICATIONS
                   ELSE
                       IF OE-REJETEE
                           SET A-DECLARER TO TRUE
                           ADD 1 TO NB-REDECLAREES
                       END-IF
                   END-IF
           END-READ
           .

      *    AUTEURS ET COMPOSITEURS DES CONTRATS DE L ALBUM, HORS
      *    CONTRATS EN BROUILLON OU EN ATTENTE DE SIGNATURE (UN
      *    CONTRAT RESILIE RESTE TITRE DE PATERNITE DE L OEUVRE)
       CHARGER-AYANTS.
           MOVE ZERO TO NB-AYANTS
           MOVE SPACES TO E-CONTRAT
           MOVE CH-CODEA TO E-CO-CODEA
           MOVE LOW-VALUES TO E-CO-KEY(7:11)
           SET NON-FIN-CONTRAT TO TRUE
           START CONTRAT-KSDS KEY IS NOT LESS THAN E-CO-KEY
               INVALID KEY
                   SET FIN-CONTRAT TO TRUE
           END-START
           PERFORM UNTIL FIN-CONTRAT
               READ CONTRAT-KSDS NEXT RECORD
                   AT END
                       SET FIN-CONTRAT TO TRUE
                   NOT AT END
                       IF E-CO-CODEA NOT = CH-CODEA
                           SET FIN-CONTRAT TO TRUE
                       ELSE
                           IF NOT E-CO-BROUILLON
                                   AND NOT E-CO-EN-SIGNATURE
                               PERFORM RETENIR-AYANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    ROLE DECLARE D APRES LA FONCTION DU CONTRAT ; LES AUTRES
      *    FONCTIONS (INTERPRETE, PRODUCTEUR...) N ONT PAS DE PART
      *    DANS L OEUVRE
       RETENIR-AYANT.
           EVALUATE TRUE
               WHEN E-CO-FONCTION(1:18) = 'AUTEUR-COMPOSITEUR'
               WHEN E-CO-FONCTION(1:18) = 'AUTEUR COMPOSITEUR'
                   MOVE 'CA' TO W-ROLE
               WHEN E-CO-FONCTION(1:11) = 'COMPOSITEUR'
                   MOVE 'C ' TO W-ROLE
               WHEN E-CO-FONCTION(1:6) = 'AUTEUR'
               WHEN E-CO-FONCTION(1:8) = 'PAROLIER'
                   MOVE 'A ' TO W-ROLE
               WHEN OTHER
                   MOVE SPACES TO W-ROLE
           END-EVALUATE
           IF W-ROLE NOT = SPACES
               SET AYANT-ABSENT TO TRUE
               PERFORM VARYING IDX-TY FROM 1 BY 1
                       UNTIL IDX-TY > NB-AYANTS
                   IF TY-CODEP (IDX-TY) = E-CO-CODEP
                       SET AYANT-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF AYANT-ABSENT
                   IF NB-AYANTS < 20
                       ADD 1 TO NB-AYANTS
                       SET IDX-TY TO NB-AYANTS
                       MOVE E-CO-CODEP  TO TY-CODEP (IDX-TY)
                       MOVE W-ROLE      TO TY-ROLE (IDX-TY)
                       MOVE E-CO-DROITS TO TY-DROITS (IDX-TY)
                       MOVE ZERO        TO TY-PART (IDX-TY)
                   ELSE
                       DISPLAY 'TABLE AYANTS PLEINE, AYANT IGNORE : '
                           CH-CODEC ' ' E-CO-CODEP
                   END-IF
               END-IF
           END-IF
           .

      *    PART DE CHAQUE AYANT AU PRORATA DE SON TAUX DE DROITS (A
      *    PARTS EGALES SI AUCUN TAUX), TRONQUEE AU CENTIEME ; LE
      *    DERNIER AYANT RECOIT LE COMPLEMENT A 100
       REPARTIR-PARTS.
           MOVE ZERO TO W-TOTAL-DROITS
           PERFORM VARYING IDX-TY FROM 1 BY 1
                   UNTIL IDX-TY > NB-AYANTS
               ADD TY-DROITS (IDX-TY) TO W-TOTAL-DROITS
           END-PERFORM
           MOVE ZERO TO W-PARTS-REPARTIES
           PERFORM VARYING IDX-TY FROM 1 BY 1
                   UNTIL IDX-TY > NB-AYANTS
               IF IDX-TY = NB-AYANTS
                   COMPUTE TY-PART (IDX-TY) = 100 - W-PARTS-REPARTIES
               ELSE
                   IF W-TOTAL-DROITS = ZERO
                       COMPUTE TY-PART (IDX-TY) = 100 / NB-AYANTS
                   ELSE
                       COMPUTE TY-PART (IDX-TY) =
                           TY-DROITS (IDX-TY) * 100 / W-TOTAL-DROITS
                   END-IF
                   ADD TY-PART (IDX-TY) TO W-PARTS-REPARTIES
               END-IF
           END-PERFORM
           .

       ECRIRE-DECLARATION.
           MOVE SPACES TO E-OEUVREX
           SET OX-LIGNE-OEUVRE TO TRUE
           MOVE CH-CODEC TO OX-CODEC
           IF CH-CODE-OEUVRE = SPACES
               SET OX-NOUVELLE TO TRUE
           ELSE
               SET OX-MODIFICATION TO TRUE
           END-IF
           MOVE CH-TITREC      TO OX-TITREC
           MOVE CH-CODE-ISRC   TO OX-CODE-ISRC
           MOVE CH-CODE-OEUVRE TO OX-CODE-OEUVRE
           MOVE NB-AYANTS      TO OX-NB-AYANTS
           WRITE E-OEUVREX
           ADD 1 TO NB-LIGNES-EMISES
           PERFORM ECRIRE-LIGNE-AYANT
               VARYING IDX-TY FROM 1 BY 1
               UNTIL IDX-TY > NB-AYANTS
           .

       ECRIRE-LIGNE-AYANT.
           MOVE TY-CODEP (IDX-TY) TO PE-CODEP
           READ PERSONNE-KSDS
               INVALID KEY
                   MOVE SPACES TO PE-IDENTITE
                   DISPLAY 'AYANT DROIT INCONNU DE PERSONG1 : '
                       PE-CODEP ' CHANSON ' CH-CODEC
           END-READ
           MOVE SPACES TO E-OEUVREX
           SET OX-LIGNE-AYANT TO TRUE
           MOVE CH-CODEC          TO OX-A-CODEC
           MOVE TY-CODEP (IDX-TY) TO OX-A-CODEP
           MOVE PE-IDENTITE       TO OX-A-IDENTITE
           MOVE TY-ROLE (IDX-TY)  TO OX-A-ROLE
           MOVE TY-PART (IDX-TY)  TO OX-A-PART
           WRITE E-OEUVREX
           ADD 1 TO NB-LIGNES-EMISES
           .

      *    L IMAGE DECLAREE EST CONSERVEE POUR DETECTER LA PROCHAINE
      *    MODIFICATION ; LE STATUT ATTEND L ACCUSE DE RECEPTION
       MAJ-OEUVRE.
           MOVE CH-CODEC     TO OE-CODEC
           MOVE CH-CODEA     TO OE-CODEA
           MOVE CH-TITREC    TO OE-TITREC
           MOVE CH-CODE-ISRC TO OE-CODE-ISRC
           SET OE-EMISE      TO TRUE
           MOVE W-DATE-JOUR  TO OE-DATE-EMISSION
           IF OEUVRE-INCONNUE
               MOVE ZERO TO OE-DATE-ACCUSE
               MOVE SPACES TO E-OEUVRE(82:9)
               WRITE E-OEUVRE
                   INVALID KEY
                       DISPLAY 'ERREUR CREATION OEUVRE : ' OE-CODEC
               END-WRITE
           ELSE
               REWRITE E-OEUVRE
                   INVALID KEY
                       DISPLAY 'ERREUR MISE A JOUR OEUVRE : ' OE-CODEC
               END-REWRITE
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CHANSON-KSDS
           CLOSE OEUVRE-KSDS
           CLOSE CONTRAT-KSDS
           CLOSE PERSONNE-KSDS
           CLOSE LICMECA-KSDS
           CLOSE OEUVREX-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'OEUVREXT - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CHANSONS LUES             : ' NB-CHANSONS-LUES
           DISPLAY 'OEUVRES D EDITEURS TIERS  : ' NB-OEUVRES-TIERCES
           DISPLAY 'OEUVRES NOUVELLES         : ' NB-NOUVELLES
           DISPLAY 'OEUVRES MODIFIEES         : ' NB-MODIFICATIONS
           DISPLAY 'OEUVRES REJETEES REPRISES : ' NB-REDECLAREES
           DISPLAY 'SANS AUTEUR NI COMPOSITEUR: ' NB-SANS-AYANT
           DISPLAY 'LIGNES EMISES             : ' NB-LIGNES-EMISES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CHANSON.
           READ CHANSON-KSDS NEXT RECORD
               AT END
                   SET FIN-CHANSON TO TRUE
               NOT AT END
                   SET NON-FIN-CHANSON TO TRUE
           END-READ
           .

      *    INSCRIT LA VERSION EMISE AU JOURNAL DES TRANSMISSIONS (CF
      *    TRANSLOG.cpy) -- EMISSION AU FIL DE L EAU, PERIODE AAAAMMJJ
       ENREGISTRER-TRANSMISSION.
           ACCEPT W-TL-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-TL-HEURE-JOUR FROM TIME
           OPEN I-O TRANSLG-KSDS
           IF F-TL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES TRANSMISSIONS'
               DISPLAY 'CODE ERREUR = ' F-TL-STATUS
           ELSE
               PERFORM CHERCHER-VERSION-LIBRE
               MOVE 'OEUVREXT' TO TL-INTERFACE
               MOVE W-TL-DATE-JOUR TO TL-PERIODE
               MOVE W-TL-VERSION TO TL-VERSION
               IF W-TL-VERSION = 1
                   SET TL-EMISSION TO TRUE
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-LIGNES-EMISES TO TL-NB-ENREG
               MOVE ZERO TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
               MOVE SPACES TO E-TRANSLOG(60:21)
               WRITE E-TRANSLOG
               DISPLAY 'TRANSMISSION OEUVREXT INSCRITE, VERSION '
                   TL-VERSION
               CLOSE TRANSLG-KSDS
           END-IF
           .

       CHERCHER-VERSION-LIBRE.
           MOVE 1 TO W-TL-VERSION
           SET VERSION-OCCUPEE TO TRUE
           MOVE 'OEUVREXT' TO TL-INTERFACE
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
