      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ETAT DES COMMANDES DISTRIBUTEURS ANCIENNES                *
      *                                                                *
      *      PARCOURT CDEDIG1 (CF CDEDIST.cpy) ET EDITE LES LIGNES     *
      *      ENCORE A SERVIR (OUVERTES OU EN RELIQUAT) DONT LA DATE DE *
      *      COMMANDE REMONTE A PLUS DE N JOURS (CARTE PARAMETRE, 30   *
      *      JOURS PAR DEFAUT), AVEC LE RESTE A EXPEDIER ET LE         *
      *      DISPONIBLE ACTUEL DU DEPOT PRINCIPAL, POUR RELANCER       *
      *      L USINE OU PREVENIR LE DISTRIBUTEUR. L ANCIENNETE EST     *
      *      COMPTEE EN CALENDRIER COMMERCIAL (MOIS DE 30 JOURS, MEME  *
      *      PRINCIPE SIMPLIFIE QUE TRESPREV)                          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEDVIEL.
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

           SELECT CDEDIST-KSDS
               ASSIGN TO DDCDEDIS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CD2-CLE
               FILE STATUS F-C2-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
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

       FD CDEDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEDIST
           .

       COPY CDEDIST.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE DES FICHIERS
       77 F-C2-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-ST-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- ANCIENNETE MINIMALE EN JOURS D UNE LIGNE
      * EDITEE. A BLANC : 30 JOURS
       01 W-PARM-CARD.
           05 W-PARM-NB-JOURS         PIC X(03).
       77 W-NB-JOURS-SEUIL        PIC 9(03) VALUE 30.

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
       77 W-JOURS-ANCIENNETE      PIC 9(05) VALUE ZERO.
       77 W-QTE-RESTE             PIC 9(05) VALUE ZERO.
       77 W-QTE-DISPO             PIC 9(07) VALUE ZERO.
       77 W-TITREA-EDITE          PIC X(30) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-A-SERVIR      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-ANCIENNES     PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-SERVABLES     PIC 9(07) VALUE ZERO.
       77 NB-QTE-RESTE            PIC 9(09) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER COMMANDES
       01 FIN-CDEDIST-IND         PIC 9.
           88 FIN-CDEDIST             VALUE 1.
           88 NON-FIN-CDEDIST         VALUE 2.

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
           SET FIN-CDEDIST TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-NB-JOURS IS NUMERIC
               MOVE W-PARM-NB-JOURS TO W-NB-JOURS-SEUIL
           END-IF
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           PERFORM CALCULER-RANG-JOUR
           MOVE W-RANG-JOUR TO W-RANG-JOUR-AUJ
           OPEN INPUT CDEDIST-KSDS
           IF F-C2-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES DISTRIB'
               DISPLAY 'CODE ERREUR = ' F-C2-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEDVIEL - COMMANDES DISTRIBUTEURS ANCIENNES'
           DISPLAY 'DATE DE TRAITEMENT      : ' W-DATE-JOUR
           DISPLAY 'ANCIENNETE MINIMALE (J) : ' W-NB-JOURS-SEUIL
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-CDEDIST

           PERFORM UNTIL FIN-CDEDIST
               IF CD2-A-SERVIR
                   ADD 1 TO NB-LIGNES-A-SERVIR
                   PERFORM TRAITER-LIGNE-CDE
               END-IF
               PERFORM LECTURE-ENRG-CDEDIST
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

       TRAITER-LIGNE-CDE.
           MOVE CD2-DATE-CDE TO W-DATE-ECLATEE
           PERFORM CALCULER-RANG-JOUR
           IF W-RANG-JOUR < W-RANG-JOUR-AUJ
               COMPUTE W-JOURS-ANCIENNETE =
                   W-RANG-JOUR-AUJ - W-RANG-JOUR
           ELSE
               MOVE ZERO TO W-JOURS-ANCIENNETE
           END-IF
           IF W-JOURS-ANCIENNETE > W-NB-JOURS-SEUIL
               PERFORM EDITER-LIGNE-ANCIENNE
           END-IF
           .

      *    LE DISPONIBLE ACTUEL EST RAPPELE : UNE LIGNE ANCIENNE AVEC
      *    DU DISPONIBLE N A PAS ETE SERVIE (ALBUM BLOQUE, JOURNEE
      *    SATUREE) ET MERITE UN EXAMEN PLUTOT QU UNE RELANCE USINE
       EDITER-LIGNE-ANCIENNE.
           ADD 1 TO NB-LIGNES-ANCIENNES
           PERFORM RECHERCHER-TITRE-ALBUM
           COMPUTE W-QTE-RESTE = CD2-QTE-CDE - CD2-QTE-EXPEDIEE
           ADD W-QTE-RESTE TO NB-QTE-RESTE
           MOVE ZERO       TO W-QTE-DISPO
           MOVE CD2-CODEA  TO ST-CODEA
           MOVE CD2-FORMAT TO ST-FORMAT
           SET ST-DEPOT-PRINCIPAL TO TRUE
           READ STOCK-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-QTE-DISPO TO W-QTE-DISPO
           END-READ
           DISPLAY 'CDE ' CD2-SIREN ' ' CD2-NUM-CDE '/' CD2-NUM-LIGNE
               ' ' CD2-STATUT ' DU ' CD2-DATE-CDE ' ('
               W-JOURS-ANCIENNETE ' J)'
           DISPLAY '    ALBUM ' CD2-CODEA ' ' CD2-FORMAT ' '
               W-TITREA-EDITE
           DISPLAY '    COMMANDEE ' CD2-QTE-CDE ' EXPEDIEE '
               CD2-QTE-EXPEDIEE ' RESTE ' W-QTE-RESTE
               ' DISPONIBLE ' W-QTE-DISPO
           IF W-QTE-DISPO > ZERO
               ADD 1 TO NB-LIGNES-SERVABLES
               DISPLAY '    *** DISPONIBLE EN STOCK MAIS NON SERVIE ***'
           END-IF
           .

       RECHERCHER-TITRE-ALBUM.
           MOVE SPACES TO W-TITREA-EDITE
           MOVE CD2-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE 'ALBUM INCONNU' TO W-TITREA-EDITE
               NOT INVALID KEY
                   MOVE AL-TITREA TO W-TITREA-EDITE
                   IF AL-BLOQUE
                       MOVE '(BLOQUE)' TO W-TITREA-EDITE(23:8)
                   END-IF
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
           CLOSE CDEDIST-KSDS
           CLOSE ALBUM-KSDS
           CLOSE STOCK-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEDVIEL - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES DE COMMANDE LUES   : ' NB-LIGNES-LUES
           DISPLAY 'LIGNES A SERVIR           : ' NB-LIGNES-A-SERVIR
           DISPLAY 'LIGNES ANCIENNES EDITEES  : ' NB-LIGNES-ANCIENNES
           DISPLAY 'DONT AVEC DISPONIBLE      : ' NB-LIGNES-SERVABLES
           DISPLAY 'RESTE TOTAL A EXPEDIER    : ' NB-QTE-RESTE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-CDEDIST.
           READ CDEDIST-KSDS NEXT RECORD
               AT END
                   SET FIN-CDEDIST TO TRUE
               NOT AT END
                   SET NON-FIN-CDEDIST TO TRUE
                   ADD 1 TO NB-LIGNES-LUES
           END-READ
           .
