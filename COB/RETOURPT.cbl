      *    E-VENTES PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01  E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(15).

       01  E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       77 F-DH-STATUS             PIC X(02) VALUE '00'.

      *    CARTE PARAMETRE -- PERIODE ANALYSEE (CF LA MEME CARTE
      *    PARAMETRE DEJA UTILISEE PAR OPERATRPT), SUIVIE DES CRITERES
      *    DES DEMANDES D ETATS A LA CARTE (CF DEMRPT.cpy) : LABEL DE
      *    L ALBUM (17-19), SIREN DU DISTRIBUTEUR (20-24), PLAGE
      *    D ALBUMS (25-30, 31-36) -- A BLANC = SANS RESTRICTION
       01 W-PARM-CARD.
           05 W-PARM-DATE-DEBUT       PIC X(08).
           05 W-PARM-DATE-FIN         PIC X(08).
           05 W-PARM-LABEL            PIC X(03).
           05 W-PARM-SIREN            PIC X(05).
           05 W-PARM-ALBUM-DEBUT      PIC X(06).
           05 W-PARM-ALBUM-FIN        PIC X(06).
           05 FILLER                  PIC X(44).
      * LABEL DU DERNIER ALBUM LU POUR LE FILTRE SUR LE LABEL
       77 W-CODEA-LABEL           PIC X(06) VALUE LOW-VALUES.
       77 W-LABEL-ALBUM           PIC X(03) VALUE SPACES.
       01 VENTE-RETENUE-IND       PIC 9.
           88 VENTE-RETENUE           VALUE 1.
           88 VENTE-ECARTEE           VALUE 2.

      * TAUX DE CONVERSION DE LA VENTE EN COURS ET MONTANT CONVERTI
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.

       01 TABLE-ALBUMS-RETOUR.
           05 TAR-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TAR.
               10 TAR-CODEA           PIC X(06).
               10 TAR-NB-RETOURS      PIC 9(07).
               10 TAR-MONTANT         PIC 9(09)V9(02).
               10 TAR-IMPRIME-IND     PIC 9.
           SET FIN-DEVISEH  TO TRUE
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-ALBUM-FIN = SPACES
               MOVE W-PARM-ALBUM-DEBUT TO W-PARM-ALBUM-FIN
           END-IF
           OPEN INPUT VENTES-KSDS
           IF F-VE-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER VENTES'
           DISPLAY 'RETOURPT - ANALYSE DES RETOURS DE VENTES'
           DISPLAY 'PERIODE : ' W-PARM-DATE-DEBUT ' AU '
               W-PARM-DATE-FIN
           IF W-PARM-LABEL NOT = SPACES OR W-PARM-SIREN NOT = SPACES
                   OR W-PARM-ALBUM-DEBUT NOT = SPACES
               DISPLAY 'LABEL   : ' W-PARM-LABEL
                   '  SIREN : ' W-PARM-SIREN
               DISPLAY 'ALBUMS  : ' W-PARM-ALBUM-DEBUT ' AU '
                   W-PARM-ALBUM-FIN
           END-IF
           DISPLAY '---------------------------------------------'

           PERFORM CUMULER-RETOURS
                           OR VE-DATE-VENTE >= W-PARM-DATE-DEBUT)
                       AND (W-PARM-DATE-FIN = SPACES
                           OR VE-DATE-VENTE <= W-PARM-DATE-FIN)
                   PERFORM CONTROLER-SELECTION
                   IF VENTE-RETENUE
                       PERFORM TRAITER-RETOUR
                   END-IF
               END-IF
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM
           .

      *    CRITERES DE LA CARTE AU-DELA DE LA PERIODE
       CONTROLER-SELECTION.
           SET VENTE-RETENUE TO TRUE
           EVALUATE TRUE
               WHEN W-PARM-ALBUM-DEBUT NOT = SPACES
                       AND VE-CODEA < W-PARM-ALBUM-DEBUT
                   SET VENTE-ECARTEE TO TRUE
               WHEN W-PARM-ALBUM-FIN NOT = SPACES
                       AND VE-CODEA > W-PARM-ALBUM-FIN
                   SET VENTE-ECARTEE TO TRUE
               WHEN W-PARM-SIREN NOT = SPACES
                       AND VE-SIREN NOT = W-PARM-SIREN
                   SET VENTE-ECARTEE TO TRUE
               WHEN W-PARM-LABEL NOT = SPACES
                   PERFORM LIRE-LABEL-ALBUM
                   IF W-LABEL-ALBUM NOT = W-PARM-LABEL
                       SET VENTE-ECARTEE TO TRUE
                   END-IF
           END-EVALUATE
           .

       LIRE-LABEL-ALBUM.
           IF VE-CODEA NOT = W-CODEA-LABEL
               MOVE VE-CODEA TO W-CODEA-LABEL
               MOVE VE-CODEA TO AL-CODEA
               READ ALBUM-KSDS
                   INVALID KEY
                       MOVE SPACES TO W-LABEL-ALBUM
                   NOT INVALID KEY
                       MOVE AL-CODE-LABEL TO W-LABEL-ALBUM
               END-READ
           END-IF
           .

       TRAITER-RETOUR.
           ADD 1 TO NB-RETOURS-RETENUS
           PERFORM LIRE-DEVISE
