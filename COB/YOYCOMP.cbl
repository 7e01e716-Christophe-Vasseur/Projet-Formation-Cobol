      *    CARTE PARAMETRE -- LES DEUX PERIODES A COMPARER, EN GENERAL
      *    LA MEME FENETRE UNE ANNEE PLUS TOT (CF LA CARTE PARAMETRE
      *    DE PERIODE DEJA UTILISEE PAR OPERATRPT, ICI DOUBLEE POUR
      *    LES DEUX PERIODES), SUIVIES DES CRITERES DES DEMANDES
      *    D ETATS A LA CARTE (CF DEMRPT.cpy) : LABEL DE L ALBUM
      *    (33-35), SIREN DU DISTRIBUTEUR (36-40), PLAGE D ALBUMS
      *    (41-46, 47-52) -- A BLANC = SANS RESTRICTION. CES CRITERES
      *    SONT PASSES TELS QUELS AUX CURSEURS DB2
       01 W-PARM-CARD.
           05 W-PARM-DATE-DEBUT-1     PIC X(08).
           05 W-PARM-DATE-FIN-1       PIC X(08).
           05 W-PARM-DATE-DEBUT-2     PIC X(08).
           05 W-PARM-DATE-FIN-2       PIC X(08).
           05 W-PARM-LABEL            PIC X(03).
           05 W-PARM-SIREN            PIC X(05).
           05 W-PARM-ALBUM-DEBUT      PIC X(06).
           05 W-PARM-ALBUM-FIN        PIC X(06).
           05 FILLER                  PIC X(28).

      *    ALBUM COURANT RAMENE DE LA TABLE API5.ALBUM
       01 W-ALBUM-DB2.
           05 AL-CODEA             PIC X(06).
           05 AL-TITREA            PIC X(30).
           05 AL-GENRE             PIC X(15).

      *    DB2, LE JOUR EST CONSERVE POUR LE FILTRAGE DE PERIODE ET
      *    LE TAUX DE CHANGE HISTORIQUE
       01 W-VENTES-CUMUL.
           05 VE-CODEA             PIC X(06).
           05 VE-DEVISE            PIC X(03).
           05 VE-DATE-VENTE        PIC X(08).
           05 HV-NB-LIGNES         PIC 9(09).
      *    PUIS CUMULEE PAR SEARCH)
       01 TABLE-ALBUMS.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-AL.
               10 TA-CODEA            PIC X(06).
               10 TA-TITREA           PIC X(30).
               10 TA-GENRE            PIC X(15).
               10 TA-CA-PERIODE-1     PIC 9(09)V9(02).

      * MAQUETTE DE LA LIGNE DETAIL ALBUM
       01 W-LIGNE-ALBUM.
           05 W-LA-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LA-TITREA             PIC X(30).
           05 FILLER                  PIC X(01).
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-ALBUM-FIN = SPACES
               MOVE W-PARM-ALBUM-DEBUT TO W-PARM-ALBUM-FIN
           END-IF
           PERFORM CONTROLER-SYNCHRO
           OPEN INPUT DEVISE-KSDS
           IF F-DV-STATUS NOT = ZERO
               W-PARM-DATE-FIN-1
           DISPLAY 'PERIODE 2 : ' W-PARM-DATE-DEBUT-2 ' AU '
               W-PARM-DATE-FIN-2
           IF W-PARM-LABEL NOT = SPACES OR W-PARM-SIREN NOT = SPACES
                   OR W-PARM-ALBUM-DEBUT NOT = SPACES
               DISPLAY 'LABEL     : ' W-PARM-LABEL
                   '  SIREN : ' W-PARM-SIREN
               DISPLAY 'ALBUMS    : ' W-PARM-ALBUM-DEBUT ' AU '
                   W-PARM-ALBUM-FIN
           END-IF

           PERFORM CUMULER-VENTES
           PERFORM ALIMENTER-TABLE-GENRES
               DECLARE C-ALBUMS CURSOR FOR
               SELECT CODEA, TITREA, GENRE
               FROM API5.ALBUM
               WHERE (:W-PARM-LABEL = ' '
                       OR CODE_LABEL = :W-PARM-LABEL)
                   AND (:W-PARM-ALBUM-DEBUT = ' '
                       OR CODEA BETWEEN :W-PARM-ALBUM-DEBUT
                           AND :W-PARM-ALBUM-FIN)
               ORDER BY CODEA
           END-EXEC
           EXEC SQL
                   COUNT(*), SUM(PRIX * QTE)
               FROM API5.VENTES
               WHERE TYPE_MVT <> 'R'
                   AND (:W-PARM-SIREN = ' '
                       OR SIREN = :W-PARM-SIREN)
                   AND (:W-PARM-ALBUM-DEBUT = ' '
                       OR CODEA BETWEEN :W-PARM-ALBUM-DEBUT
                           AND :W-PARM-ALBUM-FIN)
                   AND (:W-PARM-LABEL = ' '
                       OR CODEA IN (SELECT CODEA FROM API5.ALBUM
                           WHERE CODE_LABEL = :W-PARM-LABEL))
               GROUP BY CODEA, DEVISE, DATE_VENTE
           END-EXEC
           EXEC SQL
