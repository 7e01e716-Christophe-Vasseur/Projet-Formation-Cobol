      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ETAT DES COMMANDES DE FABRICATION OUVERTES                *
      *                                                                *
      *      PARCOURT CDEFABG1 (CF CDEFAB.cpy) ET EDITE :              *
      *      - LES COMMANDES PROPOSEES ET OUVERTES, AVEC LE RELIQUAT   *
      *        A LIVRER ET LE RETARD QUAND LA DATE PROMISE PAR         *
      *        L USINE EST DEPASSEE ;                                  *
      *      - LES COMMANDES SOLDEES DEPUIS LA DATE DE LA CARTE        *
      *        PARAMETRE AVEC UN ECART DE LIVRAISON (SOUS-LIVRAISON    *
      *        SOLDEE PAR LE TOP DE SOLDE, OU SUR-LIVRAISON)           *
      *      LE RETARD EST COMPTE EN CALENDRIER COMMERCIAL (MOIS DE    *
      *      30 JOURS, MEME PRINCIPE SIMPLIFIE QUE TRESPREV)           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEFOUVR.
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

           SELECT CDEFAB-KSDS
               ASSIGN TO DDCDEFAB
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-CF-KEY
               FILE STATUS F-CF-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
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

       FD CDEFAB-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEFAB
           .

       COPY CDEFAB.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-CF-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- DATE (AAAAMMJJ) A PARTIR DE LAQUELLE LES
      * COMMANDES SOLDEES AVEC ECART SONT EDITEES. A BLANC : PREMIER
      * JOUR DU MOIS EN COURS
       01 W-PARM-CARD.
           05 W-PARM-DATE-DEBUT       PIC X(08).
       77 W-DATE-DEBUT            PIC 9(08).

      * DATE DU JOUR ET RANGS EN CALENDRIER COMMERCIAL (ANNEE DE
      * 360 JOURS, MOIS DE 30)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-RANG-JOUR-AUJ         PIC 9(09) VALUE ZERO.
       77 W-RANG-JOUR             PIC 9(09) VALUE ZERO.
       01 W-DATE-ECLATEE.
           05 W-DE-ANNEE              PIC 9(04).
           05 W-DE-MOIS               PIC 9(02).
           05 W-DE-JOUR               PIC 9(02).

      * ZONES DE CALCUL DE LA LIGNE EDITEE
       77 W-QTE-RELIQUAT          PIC 9(07) VALUE ZERO.
       77 W-QTE-ECART             PIC 9(07) VALUE ZERO.
       77 W-JOURS-RETARD          PIC 9(05) VALUE ZERO.
       77 W-TITREA-EDITE          PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CDES-LUES            PIC 9(07) VALUE ZERO.
       77 NB-CDES-PROPOSEES       PIC 9(07) VALUE ZERO.
       77 NB-CDES-OUVERTES        PIC 9(07) VALUE ZERO.
       77 NB-CDES-EN-RETARD       PIC 9(07) VALUE ZERO.
       77 NB-SOUS-LIVRAISONS      PIC 9(07) VALUE ZERO.
       77 NB-SUR-LIVRAISONS       PIC 9(07) VALUE ZERO.
       77 NB-QTE-RELIQUAT         PIC 9(09) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER COMMANDES
       01 FIN-CDEFAB-IND          PIC 9.
           88 FIN-CDEFAB              VALUE 1.
           88 NON-FIN-CDEFAB          VALUE 2.

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
           SET FIN-CDEFAB TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-DATE-DEBUT IS NUMERIC
               MOVE W-PARM-DATE-DEBUT TO W-DATE-DEBUT
           ELSE
               MOVE W-DATE-JOUR TO W-DATE-DEBUT
               MOVE '01' TO W-DATE-DEBUT(7:2)
           END-IF
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           PERFORM CALCULER-RANG-JOUR
           MOVE W-RANG-JOUR TO W-RANG-JOUR-AUJ
           OPEN INPUT CDEFAB-KSDS
           IF F-CF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES FABRICATION'
               DISPLAY 'CODE ERREUR = ' F-CF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEFOUVR - COMMANDES DE FABRICATION OUVERTES'
           DISPLAY 'DATE DE TRAITEMENT      : ' W-DATE-JOUR
           DISPLAY 'ECARTS SOLDES DEPUIS LE : ' W-DATE-DEBUT
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CDEFAB

           PERFORM UNTIL FIN-CDEFAB
               PERFORM TRAITER-COMMANDE
               PERFORM LECTURE-ENRG-CDEFAB
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-COMMANDE.
           EVALUATE TRUE
               WHEN CF-PROPOSEE
                   ADD 1 TO NB-CDES-PROPOSEES
                   PERFORM EDITER-COMMANDE-OUVERTE
               WHEN CF-OUVERTE
                   ADD 1 TO NB-CDES-OUVERTES
                   PERFORM EDITER-COMMANDE-OUVERTE
               WHEN CF-SOLDEE
                   IF CF-DATE-DERN-RECEP >= W-DATE-DEBUT
                       PERFORM EDITER-ECART-SOLDE
                   END-IF
           END-EVALUATE
           .

       EDITER-COMMANDE-OUVERTE.
           PERFORM RECHERCHER-TITRE-ALBUM
           IF CF-QTE-CDE > CF-QTE-RECUE
               COMPUTE W-QTE-RELIQUAT = CF-QTE-CDE - CF-QTE-RECUE
           ELSE
               MOVE ZERO TO W-QTE-RELIQUAT
           END-IF
           ADD W-QTE-RELIQUAT TO NB-QTE-RELIQUAT
           DISPLAY 'CDE ' CF-CODEA ' ' CF-FORMAT ' ' CF-NUM-CDE
               ' ' CF-STATUT ' ' W-TITREA-EDITE
           DISPLAY '    COMMANDEE ' CF-QTE-CDE ' RECUE ' CF-QTE-RECUE
               ' RELIQUAT ' W-QTE-RELIQUAT ' PROMISE ' CF-DATE-PREVUE
           IF CF-OUVERTE AND CF-DATE-PREVUE < W-DATE-JOUR
               MOVE CF-DATE-PREVUE TO W-DATE-ECLATEE
               PERFORM CALCULER-RANG-JOUR
               COMPUTE W-JOURS-RETARD = W-RANG-JOUR-AUJ - W-RANG-JOUR
               ADD 1 TO NB-CDES-EN-RETARD
               DISPLAY '    *** EN RETARD DE ' W-JOURS-RETARD
                   ' JOURS ***'
           END-IF
           .

       EDITER-ECART-SOLDE.
           IF CF-QTE-RECUE < CF-QTE-CDE
               PERFORM RECHERCHER-TITRE-ALBUM
               COMPUTE W-QTE-ECART = CF-QTE-CDE - CF-QTE-RECUE
               ADD 1 TO NB-SOUS-LIVRAISONS
               DISPLAY 'CDE ' CF-CODEA ' ' CF-FORMAT ' ' CF-NUM-CDE
                   ' S ' W-TITREA-EDITE
               DISPLAY '    COMMANDEE ' CF-QTE-CDE ' RECUE '
                   CF-QTE-RECUE ' *** SOUS-LIVRAISON DE '
                   W-QTE-ECART ' ***'
           END-IF
           IF CF-QTE-RECUE > CF-QTE-CDE
               PERFORM RECHERCHER-TITRE-ALBUM
               COMPUTE W-QTE-ECART = CF-QTE-RECUE - CF-QTE-CDE
               ADD 1 TO NB-SUR-LIVRAISONS
               DISPLAY 'CDE ' CF-CODEA ' ' CF-FORMAT ' ' CF-NUM-CDE
                   ' S ' W-TITREA-EDITE
               DISPLAY '    COMMANDEE ' CF-QTE-CDE ' RECUE '
                   CF-QTE-RECUE ' *** SUR-LIVRAISON DE '
                   W-QTE-ECART ' ***'
           END-IF
           .

       RECHERCHER-TITRE-ALBUM.
           MOVE SPACES TO W-TITREA-EDITE
           MOVE CF-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE SPACES TO W-TITREA-EDITE
               NOT INVALID KEY
                   MOVE AL-TITREA TO W-TITREA-EDITE
           END-READ
           .

      *    RANG DU JOUR EN CALENDRIER COMMERCIAL (ANNEE DE 360
      *    JOURS, MOIS DE 30)
       CALCULER-RANG-JOUR.
           COMPUTE W-RANG-JOUR = (W-DE-ANNEE * 360)
               + (W-DE-MOIS * 30) + W-DE-JOUR
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE CDEFAB-KSDS
           CLOSE ALBUM-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEFOUVR - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'COMMANDES LUES            : ' NB-CDES-LUES
           DISPLAY 'COMMANDES PROPOSEES       : ' NB-CDES-PROPOSEES
           DISPLAY 'COMMANDES OUVERTES        : ' NB-CDES-OUVERTES
           DISPLAY 'DONT EN RETARD            : ' NB-CDES-EN-RETARD
           DISPLAY 'RELIQUAT TOTAL A LIVRER   : ' NB-QTE-RELIQUAT
           DISPLAY 'SOLDEES SOUS-LIVREES      : ' NB-SOUS-LIVRAISONS
           DISPLAY 'SOLDEES SUR-LIVREES       : ' NB-SUR-LIVRAISONS
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CDEFAB.
           READ CDEFAB-KSDS NEXT RECORD
               AT END
                   SET FIN-CDEFAB TO TRUE
               NOT AT END
                   SET NON-FIN-CDEFAB TO TRUE
                   ADD 1 TO NB-CDES-LUES
           END-READ
           .
