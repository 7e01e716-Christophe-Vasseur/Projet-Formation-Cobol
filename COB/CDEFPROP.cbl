      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE PROPOSITION DES COMMANDES DE FABRICATION         *
      *                                                                *
      *      PARCOURT STOCKG1 ET, POUR CHAQUE DECLINAISON PHYSIQUE     *
      *      ARRIVEE AU DEPOT PRINCIPAL SOUS SON SEUIL DE              *
      *      REAPPROVISIONNEMENT (MEME REGLE QUE STOCKALR), PROPOSE    *
      *      UNE COMMANDE DE PRESSAGE A L USINE DANS CDEFABG1 (STATUT  *
      *      'P', A CONFIRMER PAR L ECRAN APIG1DN1) -- SAUF SI UNE     *
      *      COMMANDE PROPOSEE OU OUVERTE EXISTE DEJA POUR LA          *
      *      DECLINAISON, OU SI L ALBUM EST BLOQUE                     *
      *      (AL-STATUT-BLOCAGE). LA QUANTITE PROPOSEE RAMENE LE       *
      *      DISPONIBLE AU DOUBLE DU SEUIL, AVEC UN MINIMUM DE TIRAGE  *
      *      PASSE EN CARTE PARAMETRE ; LE COUT UNITAIRE EST REPRIS DE *
      *      LA DERNIERE COMMANDE DE LA DECLINAISON                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDEFPROP.
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

           SELECT STOCK-KSDS
               ASSIGN TO DDSTOCK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS E-ST-KEY
               FILE STATUS F-ST-STATUS
               .

           SELECT ALBUM-KSDS
               ASSIGN TO DDALBUM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AL-CODEA
               FILE STATUS F-AL-STATUS
               .

      *    COMMANDES DE FABRICATION (CF CDEFAB.cpy) -- PARCOURUES PAR
      *    DECLINAISON POUR LE CONTROLE D EXISTENCE, PUIS ALIMENTEES
           SELECT CDEFAB-KSDS
               ASSIGN TO DDCDEFAB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS E-CF-KEY
               FILE STATUS F-CF-STATUS
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

       FD STOCK-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-STOCK
           .

       COPY STOCK.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CDEFAB-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CDEFAB
           .

       COPY CDEFAB.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-ST-STATUS             PIC X(02) VALUE '00'.
       77 F-AL-STATUS             PIC X(02) VALUE '00'.
       77 F-CF-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE -- DELAI DE FABRICATION EN JOURS (DATE DE
      * LIVRAISON PROMISE = DATE DU JOUR + DELAI) ET TIRAGE MINIMUM.
      * A BLANC : 21 JOURS ET 500 EXEMPLAIRES
       01 W-PARM-CARD.
           05 W-PARM-DELAI            PIC X(03).
           05 W-PARM-TIRAGE-MIN       PIC X(07).
       77 W-DELAI-JOURS           PIC 9(03) VALUE 21.
       77 W-TIRAGE-MIN            PIC 9(07) VALUE 500.

      * DATE DU JOUR ET DATE DE LIVRAISON PROMISE -- LE DELAI EST
      * AJOUTE EN CALENDRIER COMMERCIAL (MOIS DE 30 JOURS, MEME
      * PRINCIPE SIMPLIFIE QUE TRESPREV)
       77 W-DATE-JOUR             PIC 9(08).
       01 W-DATE-ECLATEE.
           05 W-DE-ANNEE              PIC 9(04).
           05 W-DE-MOIS               PIC 9(02).
           05 W-DE-JOUR               PIC 9(02).
       01 W-DATE-PREVUE REDEFINES W-DATE-ECLATEE PIC 9(08).
       77 W-JOURS-RESTANTS        PIC 9(05) VALUE ZERO.

      * RECHERCHE DES COMMANDES EXISTANTES DE LA DECLINAISON
       01 W-NC-CLE.
           05 W-NC-CODEA              PIC X(06).
           05 W-NC-FORMAT             PIC X(01).
           05 W-NC-NUM-CDE            PIC 9(05).
       77 W-NC-MAX                PIC 9(05) VALUE ZERO.
       77 W-DERNIER-COUT          PIC 9(05)V9(02) VALUE ZERO.
       01 W-CDE-EN-COURS-IND      PIC 9.
           88 CDE-EN-COURS            VALUE 1.
           88 AUCUNE-CDE-EN-COURS     VALUE 2.
       01 FIN-BROWSE-IND          PIC 9.
           88 FIN-BROWSE              VALUE 1.
           88 NON-FIN-BROWSE          VALUE 2.

      * QUANTITE A PROPOSER
       77 W-QTE-PROPOSEE          PIC 9(07) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-STOCKS-LUS           PIC 9(07) VALUE ZERO.
       77 NB-SOUS-SEUIL           PIC 9(07) VALUE ZERO.
       77 NB-DEJA-COMMANDES       PIC 9(07) VALUE ZERO.
       77 NB-ALBUMS-BLOQUES       PIC 9(07) VALUE ZERO.
       77 NB-PROPOSITIONS         PIC 9(07) VALUE ZERO.
       77 NB-QTE-PROPOSEE         PIC 9(09) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER STOCK
       01 FIN-STOCK-IND           PIC 9.
           88 FIN-STOCK               VALUE 1.
           88 NON-FIN-STOCK           VALUE 2.

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
           SET FIN-STOCK TO TRUE
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-DELAI IS NUMERIC
               MOVE W-PARM-DELAI TO W-DELAI-JOURS
           END-IF
           IF W-PARM-TIRAGE-MIN IS NUMERIC
               MOVE W-PARM-TIRAGE-MIN TO W-TIRAGE-MIN
           END-IF
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT STOCK-KSDS
           IF F-ST-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER STOCK'
               DISPLAY 'CODE ERREUR = ' F-ST-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT ALBUM-KSDS
           IF F-AL-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ALBUM'
               DISPLAY 'CODE ERREUR = ' F-AL-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O CDEFAB-KSDS
           IF F-CF-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COMMANDES FABRICATION'
               DISPLAY 'CODE ERREUR = ' F-CF-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CALCULER-DATE-PREVUE
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEFPROP - PROPOSITION DES COMMANDES DE'
           DISPLAY '           FABRICATION A L USINE'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY 'LIVRAISON PROMISE  : ' W-DATE-PREVUE
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-STOCK

           PERFORM UNTIL FIN-STOCK
               PERFORM TRAITER-STOCK
               PERFORM LECTURE-ENRG-STOCK
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    MEME CRITERE QUE STOCKALR : DISPONIBLE DU DEPOT PRINCIPAL
      *    AU NIVEAU DU SEUIL OU EN-DESSOUS
       TRAITER-STOCK.
           IF ST-DEPOT-PRINCIPAL
                   AND ST-QTE-DISPO <= ST-SEUIL-REORDER
               ADD 1 TO NB-SOUS-SEUIL
               PERFORM EXAMINER-DECLINAISON
           END-IF
           .

       EXAMINER-DECLINAISON.
           MOVE ST-CODEA TO AL-CODEA
           READ ALBUM-KSDS
               INVALID KEY
                   MOVE SPACE TO AL-STATUT-BLOCAGE
           END-READ
           IF AL-BLOQUE
               ADD 1 TO NB-ALBUMS-BLOQUES
               DISPLAY 'ALBUM ' ST-CODEA ' SUPPORT ' ST-FORMAT
                   ' BLOQUE - AUCUNE PROPOSITION'
           ELSE
               PERFORM RECHERCHER-CDE-EN-COURS
               IF CDE-EN-COURS
                   ADD 1 TO NB-DEJA-COMMANDES
               ELSE
                   PERFORM PROPOSER-COMMANDE
               END-IF
           END-IF
           .

      *    PARCOURS DES COMMANDES DE LA DECLINAISON : RELEVE DU
      *    DERNIER NUMERO, DU DERNIER COUT UNITAIRE CONNU, ET
      *    PRESENCE D UNE COMMANDE PROPOSEE OU OUVERTE
       RECHERCHER-CDE-EN-COURS.
           MOVE ZERO      TO W-NC-MAX
           MOVE ZERO      TO W-DERNIER-COUT
           SET AUCUNE-CDE-EN-COURS TO TRUE
           MOVE ST-CODEA  TO W-NC-CODEA
           MOVE ST-FORMAT TO W-NC-FORMAT
           MOVE ZERO      TO W-NC-NUM-CDE
           MOVE W-NC-CLE  TO E-CF-KEY
           START CDEFAB-KSDS KEY IS NOT LESS THAN E-CF-KEY
               INVALID KEY
                   SET FIN-BROWSE TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-BROWSE TO TRUE
           END-START
           PERFORM RELEVER-COMMANDE UNTIL FIN-BROWSE
           .

       RELEVER-COMMANDE.
           READ CDEFAB-KSDS NEXT RECORD
               AT END
                   SET FIN-BROWSE TO TRUE
               NOT AT END
                   IF CF-CODEA = W-NC-CODEA
                           AND CF-FORMAT = W-NC-FORMAT
                       MOVE CF-NUM-CDE TO W-NC-MAX
                       IF CF-COUT-UNIT > ZERO
                           MOVE CF-COUT-UNIT TO W-DERNIER-COUT
                       END-IF
                       IF CF-PROPOSEE OR CF-OUVERTE
                           SET CDE-EN-COURS TO TRUE
                       END-IF
                   ELSE
                       SET FIN-BROWSE TO TRUE
                   END-IF
           END-READ
           .

       PROPOSER-COMMANDE.
           COMPUTE W-QTE-PROPOSEE =
               (ST-SEUIL-REORDER * 2) - ST-QTE-DISPO
           IF W-QTE-PROPOSEE < W-TIRAGE-MIN
               MOVE W-TIRAGE-MIN TO W-QTE-PROPOSEE
           END-IF
           IF W-NC-MAX = 99999
               DISPLAY 'ALBUM ' ST-CODEA ' SUPPORT ' ST-FORMAT
                   ' NUMEROTATION DES COMMANDES SATUREE'
           ELSE
               MOVE SPACES          TO E-CDEFAB
               MOVE ST-CODEA        TO CF-CODEA
               MOVE ST-FORMAT       TO CF-FORMAT
               COMPUTE CF-NUM-CDE = W-NC-MAX + 1
               MOVE W-DATE-JOUR     TO CF-DATE-CDE
               MOVE W-DATE-PREVUE   TO CF-DATE-PREVUE
               MOVE W-QTE-PROPOSEE  TO CF-QTE-CDE
               MOVE ZERO            TO CF-QTE-RECUE
               MOVE W-DERNIER-COUT  TO CF-COUT-UNIT
               SET CF-PROPOSEE      TO TRUE
               SET CF-ORIGINE-AUTO  TO TRUE
               MOVE ZERO            TO CF-DATE-DERN-RECEP
               WRITE E-CDEFAB
                   INVALID KEY
                       DISPLAY 'ECRITURE PROPOSITION REFUSEE, CLE '
                           E-CF-KEY
                   NOT INVALID KEY
                       ADD 1 TO NB-PROPOSITIONS
                       ADD W-QTE-PROPOSEE TO NB-QTE-PROPOSEE
                       DISPLAY 'ALBUM ' ST-CODEA ' SUPPORT ' ST-FORMAT
                           ' STOCK ' ST-QTE-DISPO ' SEUIL '
                           ST-SEUIL-REORDER ' - PROPOSITION N. '
                           CF-NUM-CDE ' QTE ' W-QTE-PROPOSEE
               END-WRITE
           END-IF
           .

      *    DATE DU JOUR + DELAI DE FABRICATION, MOIS DE 30 JOURS --
      *    LE JOUR RESULTANT EST RAMENE AU 28 EN FEVRIER
       CALCULER-DATE-PREVUE.
           MOVE W-DATE-JOUR TO W-DATE-ECLATEE
           COMPUTE W-JOURS-RESTANTS = W-DE-JOUR + W-DELAI-JOURS
           PERFORM AVANCER-UN-MOIS UNTIL W-JOURS-RESTANTS <= 30
           MOVE W-JOURS-RESTANTS TO W-DE-JOUR
           IF W-DE-MOIS = 2 AND W-DE-JOUR > 28
               MOVE 28 TO W-DE-JOUR
           END-IF
           .

       AVANCER-UN-MOIS.
           SUBTRACT 30 FROM W-JOURS-RESTANTS
           IF W-DE-MOIS = 12
               MOVE 1 TO W-DE-MOIS
               ADD 1 TO W-DE-ANNEE
           ELSE
               ADD 1 TO W-DE-MOIS
           END-IF
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE STOCK-KSDS
           CLOSE ALBUM-KSDS
           CLOSE CDEFAB-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CDEFPROP - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES DE STOCK LUES      : ' NB-STOCKS-LUS
           DISPLAY 'LIGNES SOUS LE SEUIL      : ' NB-SOUS-SEUIL
           DISPLAY 'DEJA EN COMMANDE          : ' NB-DEJA-COMMANDES
           DISPLAY 'ALBUMS BLOQUES            : ' NB-ALBUMS-BLOQUES
           DISPLAY 'COMMANDES PROPOSEES       : ' NB-PROPOSITIONS
           DISPLAY 'QUANTITE TOTALE PROPOSEE  : ' NB-QTE-PROPOSEE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-STOCK.
           READ STOCK-KSDS NEXT RECORD
               AT END
                   SET FIN-STOCK TO TRUE
               NOT AT END
                   SET NON-FIN-STOCK TO TRUE
                   ADD 1 TO NB-STOCKS-LUS
           END-READ
           .
