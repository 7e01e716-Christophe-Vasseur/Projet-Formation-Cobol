      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH D EDITION DU CLASSEMENT DES MEILLEURES VENTES       *
      *      D ALBUMS, TOUTES MAISONS DE DISTRIBUTION CONFONDUES,      *
      *      DU CHIFFRE D AFFAIRES DES 12 DERNIERS MOIS DECROISSANT    *
      *                                                                *
      *      TRAVAILLE SUR LA COPIE DB2 DES ALBUMS ET DES VENTES       *
      *      (TABLES API5.ALBUM / API5.VENTES, ENTRETENUES PAR LA      *
      *      CHAINE DE SYNCHRONISATION) : L AGREGATION EST FAITE EN    *
      *      SQL ENSEMBLISTE, LES FICHIERS VSAM PEUVENT ROUVRIR SANS   *
      *      ATTENDRE CE RAPPORT. NE DEMARRE QUE SI RUNCTLG1 MONTRE    *
      *      LA SYNCHRONISATION ET LES RECONCILIATIONS DU JOUR         *
      *      VERTES (CF CONTROLER-SYNCHRO)                             *
      *                                                                *
      *      CARTE DE SELECTION (SYSIN, A BLANC OU ABSENTE = TOUT LE   *
      *      CATALOGUE) -- CF LES DEMANDES D ETATS A LA CARTE          *
      *      (DEMRPT.cpy) :                                            *
      *        01-08  DATE DE VENTE DE DEBUT (AAAAMMJJ) -- LE          *
      *               CLASSEMENT PORTE ALORS SUR LE CA DE LA PERIODE   *
      *               ET NON PLUS DES 12 DERNIERS MOIS                 *
      *        09-16  DATE DE VENTE DE FIN                             *
      *        17-19  LABEL DE L ALBUM                                 *
      *        20-24  SIREN DE LA MAISON DE DISQUES                    *
      *        25-30  ALBUM DE DEBUT                                   *
      *        31-36  ALBUM DE FIN                                     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

           .

       01 SD-CLASSEMENT.
           05 SD-CL-CODEA           PIC X(06).
           05 SD-CL-TITREA          PIC X(30).
           05 SD-CL-CA-12M          PIC 9(09)V9(02).
           05 SD-CL-CA-LIFETIME     PIC 9(09)V9(02).
           05 SD-CL-QTE-CD          PIC 9(07).
           05 SD-CL-QTE-VINYLE      PIC 9(07).
           05 SD-CL-QTE-NUMERIQUE   PIC 9(07).
           05 FILLER                PIC X(34).

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS

      *    ALBUM COURANT RAMENE DE LA TABLE API5.ALBUM
       01 W-ALBUM-DB2.
           05 AL-CODEA             PIC X(06).
           05 AL-TITREA            PIC X(30).
           05 AL-CODE-LABEL        PIC X(03).

      *    LE MOTEUR DB2, LE PROGRAMME NE FAIT PLUS QUE CONVERTIR EN
      *    EUROS ET VENTILER
       01 W-VENTES-CUMUL.
           05 VE-CODEA             PIC X(06).
           05 VE-DEVISE            PIC X(03).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-FORMAT            PIC X(01).
      *    LE MEME PRINCIPE DE TABLE CHARGEE + CUMULEE PAR RECHERCHE)
       01 TABLE-ALBUMS.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-AL.
               10 TA-CODEA            PIC X(06).
               10 TA-TITREA           PIC X(30).
               10 TA-CA-12M           PIC 9(09)V9(02).
               10 TA-CA-LIFETIME      PIC 9(09)V9(02).
           05 W-DJ-JOUR               PIC 9(02).
       77 W-DATE-SEUIL-12M        PIC 9(08).

      * CARTE DE SELECTION (CF EN-TETE DU PROGRAMME), PASSEE TELLE
      * QUELLE AUX CURSEURS DB2
       01 W-PARM-CARD.
           05 W-PARM-DATE-DEBUT       PIC X(08).
           05 W-PARM-DATE-FIN         PIC X(08).
           05 W-PARM-LABEL            PIC X(03).
           05 W-PARM-SIREN            PIC X(05).
           05 W-PARM-ALBUM-DEBUT      PIC X(06).
           05 W-PARM-ALBUM-FIN        PIC X(06).
           05 FILLER                  PIC X(44).

      * TAUX DE CONVERSION DU CUMUL EN COURS ET MONTANT CONVERTI
       77 W-TAUX-VENTE            PIC 9(03)V9(04) VALUE 1.
       77 W-MONTANT-VENTE         PIC 9(09)V9(02) VALUE ZERO.
       01 W-LIGNE-DETAIL.
           05 W-LD-RANG               PIC ZZZ9.
           05 FILLER                  PIC X(01).
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-TITREA             PIC X(30).
           05 FILLER                  PIC X(01).
           MOVE W-DATE-JOUR TO W-DATE-JOUR-ECLATEE
           SUBTRACT 1 FROM W-DJ-ANNEE
           MOVE W-DATE-JOUR-ECLATEE TO W-DATE-SEUIL-12M
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-ALBUM-FIN = SPACES
               MOVE W-PARM-ALBUM-DEBUT TO W-PARM-ALBUM-FIN
           END-IF
           IF W-PARM-DATE-DEBUT IS NUMERIC
               MOVE W-PARM-DATE-DEBUT TO W-DATE-SEUIL-12M
           END-IF
           PERFORM CONTROLER-SYNCHRO
           OPEN INPUT DEVISE-KSDS
           IF F-DV-STATUS NOT = ZERO

           DISPLAY '---------------------------------------------'
           DISPLAY 'TOPALBUM - CLASSEMENT DES MEILLEURES VENTES'
           IF W-PARM-CARD NOT = SPACES
               DISPLAY 'PERIODE  : ' W-PARM-DATE-DEBUT ' - '
                   W-PARM-DATE-FIN
               DISPLAY 'LABEL    : ' W-PARM-LABEL
                   '  SIREN : ' W-PARM-SIREN
               DISPLAY 'ALBUMS   : ' W-PARM-ALBUM-DEBUT ' - '
                   W-PARM-ALBUM-FIN
           END-IF
           DISPLAY '---------------------------------------------'

           SORT SORT-WORK
               DECLARE C-ALBUMS CURSOR FOR
               SELECT CODEA, TITREA, CODE_LABEL
               FROM API5.ALBUM
               WHERE (:W-PARM-LABEL = ' '
                       OR CODE_LABEL = :W-PARM-LABEL)
                   AND (:W-PARM-ALBUM-DEBUT = ' '
                       OR CODEA BETWEEN :W-PARM-ALBUM-DEBUT
                           AND :W-PARM-ALBUM-FIN)
               ORDER BY CODEA
           END-EXEC
           EXEC SQL
                   SUM(QTE), SUM(PRIX * QTE)
               FROM API5.VENTES
               WHERE TYPE_MVT <> 'R'
                   AND (:W-PARM-DATE-DEBUT = ' '
                       OR DATE_VENTE >= :W-PARM-DATE-DEBUT)
                   AND (:W-PARM-DATE-FIN = ' '
                       OR DATE_VENTE <= :W-PARM-DATE-FIN)
                   AND (:W-PARM-SIREN = ' '
                       OR SIREN = :W-PARM-SIREN)
                   AND (:W-PARM-ALBUM-DEBUT = ' '
                       OR CODEA BETWEEN :W-PARM-ALBUM-DEBUT
                           AND :W-PARM-ALBUM-FIN)
                   AND (:W-PARM-LABEL = ' '
                       OR CODEA IN (SELECT CODEA FROM API5.ALBUM
                           WHERE CODE_LABEL = :W-PARM-LABEL))
               GROUP BY CODEA, DEVISE, DATE_VENTE, FORMAT_SUPPORT
           END-EXEC
           EXEC SQL
