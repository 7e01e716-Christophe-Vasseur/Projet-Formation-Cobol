      *                                                                *
      *    BATCH D EXPORT DU CATALOGUE POUR LES MAISONS DE DISTRIBUTION *
      *                                                                *
      *    CHAQUE CHANSON EST ADRESSEE A CHAQUE MAISON QU UNE          *
      *    CONVENTION EN VIGUEUR (CF CONVDIST.cpy) AUTORISE A VENDRE   *
      *    SON ALBUM, SAUF EXCLUSIVITE D UNE AUTRE MAISON              *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-PE-STATUS
               .

      *    CONVENTIONS DE DISTRIBUTION, CHARGEES EN TABLE
           SELECT CONVDIST-KSDS
               ASSIGN TO DDCONVDI
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CN-CLE
               FILE STATUS F-CN-STATUS
               .

      *    EXTRAIT CATALOGUE, UNE LIGNE PAR CHANSON ET PAR MAISON
           SELECT CATALOGX-FILE
               ASSIGN TO DDCATLGX
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

       COPY CHANSON.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(18).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS

       COPY PERSONNE.

       FD CONVDIST-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-CONVDIST
           .

       COPY CONVDIST.

       FD CATALOGX-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CATALOGX
           .

       77 F-CO-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-CX-STATUS             PIC X(02) VALUE '00'.
       77 F-CN-STATUS             PIC X(02) VALUE '00'.

      * CONVENTIONS EN VIGUEUR A LA DATE DU JOUR (CF CONVDIST.cpy)
       77 W-DATE-JOUR             PIC 9(08).
       77 W-CN-FIN-VIGUEUR        PIC 9(08).
       77 NB-CONV-TABLE           PIC 9(04) VALUE ZERO.
       01 TABLE-CONVENTIONS.
           05 TC-CONVENTION OCCURS 2000 INDEXED BY IDX-TC.
               10 TC-TYPE-OBJET       PIC X(01).
               10 TC-CODE-OBJET       PIC X(06).
               10 TC-SIREN            PIC X(05).
               10 TC-EXCLUSIF         PIC X(01).

      * MAISONS AYANT AU MOINS UNE CONVENTION EN VIGUEUR, AVEC LE
      * NOMBRE DE LIGNES QUI LEUR SONT ADRESSEES
       77 NB-MAISONS-TABLE        PIC 9(04) VALUE ZERO.
       01 TABLE-MAISONS.
           05 TM-MAISON OCCURS 500 INDEXED BY IDX-TM.
               10 TM-SIREN            PIC X(05).
               10 TM-NB-LIGNES        PIC 9(07).

      * DROIT DE LA MAISON EN COURS SUR L ALBUM DE LA CHANSON
       77 W-CODE-LABEL-PFX        PIC X(06).
       77 W-MAISON-AUTORISEE      PIC X(01) VALUE 'N'.
       77 W-MAISON-EXCLUE         PIC X(01) VALUE 'N'.
       77 W-CHANSON-EXPORTEE      PIC X(01) VALUE 'N'.
       77 W-MAISON-CONNUE         PIC X(01) VALUE 'N'.

      * ZONE DE PREFIXE DE RECHERCHE DU PREMIER CONTRAT DE L ALBUM
       01 W-CO-PREFIXE.
           05 W-CO-PFX-CODEA          PIC X(06).
           05 W-CO-PFX-SUITE          PIC X(09) VALUE LOW-VALUES.

       01 ARTISTE-TROUVE-IND      PIC 9.
      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-CHANSONS-EXPORTEES   PIC 9(07) VALUE ZERO.
       77 NB-CHANSONS-ECARTEES    PIC 9(07) VALUE ZERO.
       77 NB-CHANSONS-SANS-MAISON PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXPORTEES     PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER CHANSON
       01 FIN-CHANSON-IND         PIC 9.
           88 FIN-CHANSON             VALUE 1.
           88 NON-FIN-CHANSON         VALUE 2.
      * INDICATEUR DE FIN DE FICHIER CONVENTIONS
       01 FIN-CONVDIST-IND        PIC 9.
           88 FIN-CONVDIST            VALUE 1.
           88 NON-FIN-CONVDIST        VALUE 2.
      * INDICATEUR DE FIN DE RECHERCHE CONTRAT
       01 FIN-CONTRAT-IND         PIC 9.
           88 FIN-CONTRAT             VALUE 1.

       INITIALISATION.
           SET FIN-CHANSON TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT CHANSON-KSDS
           IF F-CH-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CHANSON'
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT CONVDIST-KSDS
           IF F-CN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CONVENTIONS'
               DISPLAY 'CODE ERREUR = ' F-CN-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT CATALOGX-FILE
           IF F-CX-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER EXTRAIT CATALOGUE'
           DISPLAY 'CATALEXP - EXPORT DU CATALOGUE DISTRIBUTEUR'
           DISPLAY '---------------------------------------------'

           PERFORM CHARGER-CONVENTIONS

           PERFORM LECTURE-ENRG-CHANSON

           PERFORM UNTIL FIN-CHANSON
           END-IF
           .

      *    UNE LIGNE PAR MAISON AUTORISEE A VENDRE L ALBUM DE LA
      *    CHANSON -- UNE CHANSON QU AUCUNE MAISON NE PEUT VENDRE
      *    N EST PAS EXPORTEE
       EXPORTER-CHANSON.
           PERFORM RECHERCHER-ARTISTE

           MOVE CH-TITREC(1:20)       TO CX-TITREC
           MOVE CH-CODEA              TO CX-CODEA
           MOVE AL-CODE-EAN           TO CX-CODE-EAN
           MOVE AL-TITREA(1:12)       TO CX-TITREA
           MOVE W-IDENTITE-ARTISTE(1:10) TO CX-ARTISTE
           MOVE SPACES                TO W-CODE-LABEL-PFX
           MOVE AL-CODE-LABEL         TO W-CODE-LABEL-PFX(1:3)

           MOVE 'N' TO W-CHANSON-EXPORTEE
           PERFORM EXPORTER-POUR-MAISON
               VARYING IDX-TM FROM 1 BY 1
               UNTIL IDX-TM > NB-MAISONS-TABLE
           IF W-CHANSON-EXPORTEE = 'Y'
               ADD 1 TO NB-CHANSONS-EXPORTEES
           ELSE
               ADD 1 TO NB-CHANSONS-SANS-MAISON
           END-IF
           .

       EXPORTER-POUR-MAISON.
           PERFORM CONTROLER-DROIT-MAISON
           IF W-MAISON-AUTORISEE = 'Y' AND W-MAISON-EXCLUE = 'N'
               MOVE TM-SIREN (IDX-TM) TO CX-SIREN
               WRITE E-CATALOGX
               IF F-CX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR ECRITURE EXTRAIT CATALOGUE'
                   DISPLAY 'CODE ERREUR = ' F-CX-STATUS
               ELSE
                   ADD 1 TO NB-LIGNES-EXPORTEES
                   ADD 1 TO TM-NB-LIGNES (IDX-TM)
                   MOVE 'Y' TO W-CHANSON-EXPORTEE
               END-IF
           END-IF
           .

      *    LA MAISON EST AUTORISEE PAR UNE CONVENTION SUR L ALBUM OU
      *    SUR SON LABEL, ET EXCLUE SI UNE AUTRE MAISON DETIENT UNE
      *    EXCLUSIVITE SUR L UN OU L AUTRE (MEME REGLE QUE PGMG1VE1)
       CONTROLER-DROIT-MAISON.
           MOVE 'N' TO W-MAISON-AUTORISEE
           MOVE 'N' TO W-MAISON-EXCLUE
           PERFORM EXAMINER-CONVENTION
               VARYING IDX-TC FROM 1 BY 1
               UNTIL IDX-TC > NB-CONV-TABLE
           .

       EXAMINER-CONVENTION.
           IF (TC-TYPE-OBJET (IDX-TC) = 'A'
                   AND TC-CODE-OBJET (IDX-TC) = CH-CODEA)
               OR (TC-TYPE-OBJET (IDX-TC) = 'L'
                   AND AL-CODE-LABEL NOT = SPACES
                   AND TC-CODE-OBJET (IDX-TC) = W-CODE-LABEL-PFX)
               IF TC-SIREN (IDX-TC) = TM-SIREN (IDX-TM)
                   MOVE 'Y' TO W-MAISON-AUTORISEE
               ELSE
                   IF TC-EXCLUSIF (IDX-TC) = 'O'
                       MOVE 'Y' TO W-MAISON-EXCLUE
                   END-IF
               END-IF
           END-IF
           .

      *    CHARGEMENT DES CONVENTIONS EN VIGUEUR A LA DATE DU JOUR
      *    (FIN A ZERO = SANS TERME) ET DE LA LISTE DES MAISONS QUI
      *    EN DETIENNENT
       CHARGER-CONVENTIONS.
           SET NON-FIN-CONVDIST TO TRUE
           PERFORM UNTIL FIN-CONVDIST
               READ CONVDIST-KSDS NEXT RECORD
                   AT END
                       SET FIN-CONVDIST TO TRUE
                   NOT AT END
                       PERFORM RETENIR-CONVENTION
               END-READ
           END-PERFORM
           DISPLAY 'CONVENTIONS EN VIGUEUR    : ' NB-CONV-TABLE
           DISPLAY 'MAISONS DESTINATAIRES     : ' NB-MAISONS-TABLE
           .

       RETENIR-CONVENTION.
           IF CN-DATE-FIN = ZERO
               MOVE 99999999 TO W-CN-FIN-VIGUEUR
           ELSE
               MOVE CN-DATE-FIN TO W-CN-FIN-VIGUEUR
           END-IF
           IF CN-DATE-DEBUT NOT > W-DATE-JOUR
                   AND W-CN-FIN-VIGUEUR NOT < W-DATE-JOUR
               IF NB-CONV-TABLE < 2000
                   ADD 1 TO NB-CONV-TABLE
                   SET IDX-TC TO NB-CONV-TABLE
                   MOVE CN-TYPE-OBJET TO TC-TYPE-OBJET (IDX-TC)
                   MOVE CN-CODE-OBJET TO TC-CODE-OBJET (IDX-TC)
                   MOVE CN-SIREN      TO TC-SIREN (IDX-TC)
                   MOVE CN-EXCLUSIF   TO TC-EXCLUSIF (IDX-TC)
                   PERFORM RETENIR-MAISON
               ELSE
                   DISPLAY 'TABLE DES CONVENTIONS PLEINE, IGNOREE : '
                       CN-CLE
               END-IF
           END-IF
           .

       RETENIR-MAISON.
           MOVE 'N' TO W-MAISON-CONNUE
           IF NB-MAISONS-TABLE > ZERO
               SET IDX-TM TO 1
               SEARCH TM-MAISON
                   AT END
                       MOVE 'N' TO W-MAISON-CONNUE
                   WHEN TM-SIREN (IDX-TM) = CN-SIREN
                       AND IDX-TM <= NB-MAISONS-TABLE
                       MOVE 'Y' TO W-MAISON-CONNUE
               END-SEARCH
           END-IF
           IF W-MAISON-CONNUE = 'N'
               IF NB-MAISONS-TABLE < 500
                   ADD 1 TO NB-MAISONS-TABLE
                   SET IDX-TM TO NB-MAISONS-TABLE
                   MOVE CN-SIREN TO TM-SIREN (IDX-TM)
                   MOVE ZERO     TO TM-NB-LIGNES (IDX-TM)
               ELSE
                   DISPLAY 'TABLE DES MAISONS PLEINE, IGNOREE : '
                       CN-SIREN
               END-IF
           END-IF
           .

           CLOSE ALBUM-KSDS
           CLOSE CONTRAT-KSDS
           CLOSE PERSONNE-KSDS
           CLOSE CONVDIST-KSDS
           CLOSE CATALOGX-FILE
           STOP RUN
           .
           DISPLAY 'CATALEXP - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'CHANSONS EXPORTEES        : ' NB-CHANSONS-EXPORTEES
           DISPLAY 'CHANSONS ECARTEES (BLOCAGE: ' NB-CHANSONS-ECARTEES
           DISPLAY 'CHANSONS SANS CONVENTION  : '
               NB-CHANSONS-SANS-MAISON
           DISPLAY 'LIGNES EXPORTEES          : ' NB-LIGNES-EXPORTEES
           PERFORM EDITER-LIGNES-MAISON
               VARYING IDX-TM FROM 1 BY 1
               UNTIL IDX-TM > NB-MAISONS-TABLE
           DISPLAY '---------------------------------------------'
           .

       EDITER-LIGNES-MAISON.
           DISPLAY '  MAISON ' TM-SIREN (IDX-TM) '       : '
               TM-NB-LIGNES (IDX-TM)
           .

       LECTURE-ENRG-CHANSON.
           READ CHANSON-KSDS NEXT RECORD
               AT END
               ELSE
                   SET TL-REEMISSION TO TRUE
               END-IF
               MOVE NB-LIGNES-EXPORTEES TO TL-NB-ENREG
               MOVE ZERO TO TL-TOTAL-VALEUR
               MOVE W-TL-DATE-JOUR TO TL-DATE-CREATION
               MOVE W-TL-HEURE-JOUR TO TL-HEURE-CREATION
