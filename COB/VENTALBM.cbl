      *                                                                *
      *            BATCH D EDITION DES VENTES CUMULEES PAR ALBUM        *
      *                                                                *
      *       CARTE DE SELECTION (SYSIN, A BLANC OU ABSENTE = TOUTES   *
      *       LES VENTES) -- CF LES DEMANDES D ETATS A LA CARTE        *
      *       (DEMRPT.cpy) :                                           *
      *         01-08  DATE DE VENTE DE DEBUT (AAAAMMJJ)               *
      *         09-16  DATE DE VENTE DE FIN                            *
      *         17-19  LABEL DE L ALBUM                                *
      *         20-24  SIREN DE LA MAISON DE DISQUES                   *
      *         25-30  ALBUM DE DEBUT                                  *
      *         31-36  ALBUM DE FIN                                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
       FILE SECTION.

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
      *    CUMULS (LA VENTE D ORIGINE RESTE INCHANGEE, CF VENTES.cpy)
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(44).
      *    SUPPORT VENDU (C/V/N, CF VENTES.cpy) -- VENTILE LES
      *    QUANTITES CUMULEES PAR SUPPORT
           05 VE-FORMAT            PIC X(01).
               88 VE-FORMAT-CD         VALUE 'C'.
               88 VE-FORMAT-VINYLE     VALUE 'V'.
               88 VE-FORMAT-NUMERIQUE  VALUE 'N'.
           05 FILLER               PIC X(08).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

           88 FIN-DEVISEH             VALUE 1.
           88 NON-FIN-DEVISEH         VALUE 2.

      * CARTE DE SELECTION (CF EN-TETE DU PROGRAMME)
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
       77 NB-VENTES-ECARTEES      PIC 9(07) VALUE ZERO.
       01 VENTE-RETENUE-IND       PIC 9.
           88 VENTE-RETENUE           VALUE 1.
           88 VENTE-ECARTEE           VALUE 2.

      * CODEA DE RUPTURE ET TITRE DE L ALBUM EN COURS DE CUMUL
       77 W-CODEA-RUPTURE         PIC X(06) VALUE LOW-VALUES.
       77 W-TITRE-ALBUM           PIC X(30) VALUE SPACES.

      * CUMULS DE L ALBUM EN COURS ET CUMULS GENERAUX
      *    DE TRAITEMENT PAR AL-CODEA-ORIGINE (CF ALBUM.cpy)
       01 TABLE-CUMULS-ALBUM.
           05 TCA-ENTREE OCCURS 500 TIMES.
               10 TCA-CODEA           PIC X(06).
               10 TCA-CA              PIC 9(09)V9(02).
               10 TCA-QTE             PIC 9(07).
       77 NB-CUMULS-ALBUM         PIC 9(03) VALUE ZERO.
      *    EDITES (UN ALBUM SANS REEDITION N APPORTE RIEN DE NEUF)
       01 TABLE-GROUPES-REED.
           05 TGR-ENTREE OCCURS 500 TIMES INDEXED BY IDX-TGR.
               10 TGR-CODEA-RACINE    PIC X(06).
               10 TGR-CA              PIC 9(11)V9(02).
               10 TGR-QTE             PIC 9(09).
               10 TGR-NB-CODES        PIC 9(03).
       77 NB-GROUPES-REED         PIC 9(03) VALUE ZERO.
       77 W-CODEA-RACINE          PIC X(06) VALUE SPACES.
       77 K                       PIC 9(03) VALUE ZERO.
       01 GROUPE-TROUVE-IND       PIC 9.
           88 GROUPE-TROUVE           VALUE 1.
           SET FIN-VENTES TO TRUE
           SET PREMIERE-LECTURE TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           IF W-PARM-ALBUM-FIN = SPACES
               MOVE W-PARM-ALBUM-DEBUT TO W-PARM-ALBUM-FIN
           END-IF
           PERFORM CONTROLER-SYNCHRO
      *    OUVERTURE DES FICHIERS VSAM
           OPEN INPUT VENTES-KSDS

           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTALBM - VENTES CUMULEES PAR ALBUM'
           IF W-PARM-CARD NOT = SPACES
               DISPLAY 'PERIODE  : ' W-PARM-DATE-DEBUT ' - '
                   W-PARM-DATE-FIN
               DISPLAY 'LABEL    : ' W-PARM-LABEL
                   '  SIREN : ' W-PARM-SIREN
               DISPLAY 'ALBUMS   : ' W-PARM-ALBUM-DEBUT ' - '
                   W-PARM-ALBUM-FIN
           END-IF
           DISPLAY '---------------------------------------------'

           PERFORM LECTURE-ENRG-VENTES
           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTALBM - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'VENTES TRAITEES           : ' NB-VENTES
           DISPLAY 'VENTES HORS SELECTION     : ' NB-VENTES-ECARTEES
           DISPLAY 'ALBUMS CUMULES            : ' NB-ALBUMS
           DISPLAY 'QUANTITE TOTALE VENDUE    : ' W-QTE-GENERAL
           DISPLAY 'CHIFFRE D AFFAIRES TOTAL  : ' W-CA-GENERAL ' EUR'
           DISPLAY '---------------------------------------------'
           .

      *    LES VENTES HORS DE LA CARTE DE SELECTION SONT SAUTEES A LA
      *    LECTURE ; LE FICHIER ETANT RANGE PAR CODEA, LA LECTURE
      *    S ARRETE AU-DELA DE L ALBUM DE FIN
       LECTURE-ENRG-VENTES.
           SET VENTE-ECARTEE TO TRUE
           PERFORM UNTIL VENTE-RETENUE
               READ VENTES-KSDS NEXT RECORD
                   AT END
                       SET FIN-VENTES TO TRUE
                   NOT AT END
                       SET NON-FIN-VENTES TO TRUE
               END-READ
               IF FIN-VENTES
                   SET VENTE-RETENUE TO TRUE
               ELSE
                   PERFORM CONTROLER-SELECTION
               END-IF
           END-PERFORM
           .

       CONTROLER-SELECTION.
           SET VENTE-RETENUE TO TRUE
           EVALUATE TRUE
               WHEN W-PARM-ALBUM-FIN NOT = SPACES
                       AND VE-CODEA > W-PARM-ALBUM-FIN
                   SET FIN-VENTES TO TRUE
               WHEN W-PARM-ALBUM-DEBUT NOT = SPACES
                       AND VE-CODEA < W-PARM-ALBUM-DEBUT
                   SET VENTE-ECARTEE TO TRUE
               WHEN W-PARM-DATE-DEBUT NOT = SPACES
                       AND VE-DATE-VENTE < W-PARM-DATE-DEBUT
                   SET VENTE-ECARTEE TO TRUE
               WHEN W-PARM-DATE-FIN NOT = SPACES
                       AND VE-DATE-VENTE > W-PARM-DATE-FIN
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
           IF VENTE-ECARTEE
               ADD 1 TO NB-VENTES-ECARTEES
           END-IF
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
