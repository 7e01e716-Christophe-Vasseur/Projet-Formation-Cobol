      *       RELIT LE GRAND LIVRE DES DROITS (ROYALLG1) ET TOTALISE,  *
      *       PAR CODEP, LES DROITS REELLEMENT PAYES DANS L ANNEE      *
      *       (RL-MONTANT-PAYE / RL-DATE-PAIEMENT) ET LA RETENUE A LA  *
      *       SOURCE PRELEVEE (RL-RETENUE-FISCALE) ; LES COTISATIONS   *
      *       SOCIALES PRECOMPTEES DANS L ANNEE PAR ROYALSET (COTISG1) *
      *       SONT TOTALISEES PAR TYPE SOUS LE TOTAL -- UNE PAGE DE    *
      *       TOTAUX DE CONTROLE CLOT L EDITION POUR LE POINTAGE DE    *
      *       LA DECLARATION                                           *
      *                                                                *
               FILE STATUS F-PE-STATUS
               .

      *    COTISATIONS SOCIALES PRECOMPTEES (CLE COMMENCANT PAR LE
      *    CODEP)
           SELECT COTISOC-KSDS
               ASSIGN TO DDCOTISO
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CLE
               FILE STATUS F-CS-STATUS
               .

      *    REGROUPEMENT PAR AYANT DROIT (LA CLE DU GRAND LIVRE
      *    COMMENCE PAR LE CODE ALBUM, PAS PAR LE CODEP)
           SELECT SORT-WORK
       FILE SECTION.

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .


       COPY PERSONNE.

       FD COTISOC-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-COTISOC
           .

       COPY COTISOC.

      *    ZONE DE TRI -- UNE LIGNE PAR LIGNE DE GRAND LIVRE PAYEE
      *    DANS L EXERCICE
       SD SORT-WORK
           .

       01 SD-PAIEMENT.
           05 SD-PA-CODEP           PIC X(06).
           05 SD-PA-CODEA           PIC X(06).
           05 SD-PA-SIREN           PIC X(05).
           05 SD-PA-PERIODE         PIC 9(06).
           05 SD-PA-MONTANT-PAYE    PIC 9(09)V9(02).
           05 SD-PA-RETENUE         PIC 9(06)V9(02).
           05 SD-PA-DATE-PAIEMENT   PIC 9(08).
           05 FILLER                PIC X(30).

       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-RL-STATUS             PIC X(02) VALUE '00'.
       77 F-PE-STATUS             PIC X(02) VALUE '00'.
       77 F-CS-STATUS             PIC X(02) VALUE '00'.
       77 F-PR-STATUS             PIC X(02) VALUE '00'.

      * EXERCICE A ATTESTER (CARTE SYSIN)
       01 W-LIGNE-ARTISTE.
           05 FILLER                  PIC X(13)
               VALUE 'AYANT DROIT '.
           05 W-LA-CODEP              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LA-IDENTITE           PIC X(25).
           05 FILLER                  PIC X(89).
           05 FILLER                  PIC X(77).

       01 W-LIGNE-DETAIL.
           05 W-LD-CODEA              PIC X(06).
           05 FILLER                  PIC X(01).
           05 W-LD-SIREN              PIC X(05).
           05 FILLER                  PIC X(01).
           05 W-LT2-RETENUE           PIC Z(5)9,99.
           05 FILLER                  PIC X(69).

      * COTISATIONS SOCIALES PRECOMPTEES DANS L EXERCICE, PAR TYPE
       01 W-LIGNE-COTISATION.
           05 FILLER                  PIC X(22)
               VALUE 'COTISATION SOCIALE '.
           05 W-LC-CODE               PIC X(04).
           05 FILLER                  PIC X(11) VALUE '  ASSIETTE'.
           05 W-LC-ASSIETTE           PIC Z(8)9,99.
           05 FILLER                  PIC X(10) VALUE '  MONTANT'.
           05 W-LC-MONTANT            PIC Z(8)9,99.
           05 FILLER                  PIC X(61).

       01 W-LIGNE-TOTAL-COTIS.
           05 FILLER                  PIC X(22)
               VALUE 'TOTAL COTISATIONS '.
           05 W-LT3-COTIS             PIC Z(8)9,99.
           05 FILLER                  PIC X(98).

       01 W-LIGNE-TRAIT              PIC X(132) VALUE ALL '-'.

      * CUMUL DES COTISATIONS DE L AYANT DROIT PAR TYPE
       01 TABLE-COTIS.
           05 TC-ENTREE OCCURS 20 TIMES INDEXED BY IDX-TC.
               10 TC-CODE-COTIS       PIC X(04).
               10 TC-ASSIETTE         PIC 9(11)V9(02).
               10 TC-MONTANT          PIC 9(09)V9(02).
       77 NB-TYPES-COTIS          PIC 9(02) VALUE ZERO.
       77 W-TOTAL-COTIS           PIC 9(09)V9(02) VALUE ZERO.
       01 FIN-COTIS-IND           PIC 9.
           88 FIN-COTIS               VALUE 1.
           88 NON-FIN-COTIS           VALUE 2.

      * RUPTURE EN COURS ET CUMULS DE L AYANT DROIT
       77 W-CODEP-RUPTURE         PIC X(06) VALUE SPACES.
       77 W-TOTAL-PAYE            PIC 9(11)V9(02) VALUE ZERO.
       77 W-TOTAL-RETENUE         PIC 9(09)V9(02) VALUE ZERO.
       01 PREMIER-ARTISTE-IND     PIC 9 VALUE 1.
      * TOTAUX DE CONTROLE DE L EDITION (PAGE DE POINTAGE)
       77 W-CTRL-PAYE             PIC 9(13)V9(02) VALUE ZERO.
       77 W-CTRL-RETENUE          PIC 9(11)V9(02) VALUE ZERO.
       77 W-CTRL-COTIS            PIC 9(11)V9(02) VALUE ZERO.

      * IDENTITE DE L AYANT DROIT EN COURS
       77 W-IDENTITE              PIC X(25) VALUE SPACES.
               DISPLAY 'CODE ERREUR = ' F-PE-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT COTISOC-KSDS
           IF F-CS-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER COTISATIONS'
               DISPLAY 'CODE ERREUR = ' F-CS-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF F-PR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER ATTESTATIONS'
           MOVE W-TOTAL-RETENUE TO W-LT2-RETENUE
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           PERFORM CUMULER-COTISATIONS
           IF NB-TYPES-COTIS > ZERO
               PERFORM EDITER-COTISATIONS
           END-IF
           .

      *    COTISATIONS PRECOMPTEES DANS L EXERCICE (DATE DU REGLEMENT
      *    QUI LES A RETENUES), TOUTES PERIODES DE DROITS CONFONDUES
       CUMULER-COTISATIONS.
           MOVE ZERO TO NB-TYPES-COTIS
           MOVE ZERO TO W-TOTAL-COTIS
           MOVE SPACES          TO E-COTISOC
           MOVE W-CODEP-RUPTURE TO CS-CODEP
           MOVE ZERO            TO CS-PERIODE
           MOVE LOW-VALUES      TO CS-CODEP-GROUPE
           MOVE LOW-VALUES      TO CS-CODE-COTIS
           SET NON-FIN-COTIS TO TRUE
           START COTISOC-KSDS KEY IS NOT LESS THAN CS-CLE
               INVALID KEY
                   SET FIN-COTIS TO TRUE
           END-START
           PERFORM LIRE-COTISATION UNTIL FIN-COTIS
           .

       LIRE-COTISATION.
           READ COTISOC-KSDS NEXT RECORD
               AT END
                   SET FIN-COTIS TO TRUE
               NOT AT END
                   IF CS-CODEP = W-CODEP-RUPTURE
                       IF CS-DATE-RETENUE(1:4) = W-PARM-ANNEE
                           PERFORM CUMULER-TYPE-COTIS
                       END-IF
                   ELSE
                       SET FIN-COTIS TO TRUE
                   END-IF
           END-READ
           .

      *    UN TYPE NON ENCORE VU PREND LA CASE SUIVANTE DE LA TABLE
       CUMULER-TYPE-COTIS.
           SET IDX-TC TO 1
           SEARCH TC-ENTREE
               AT END
                   DISPLAY 'TYPE DE COTISATION IGNORE (TABLE PLEINE) '
                       CS-CODE-COTIS
               WHEN IDX-TC > NB-TYPES-COTIS
                   ADD 1 TO NB-TYPES-COTIS
                   MOVE CS-CODE-COTIS TO TC-CODE-COTIS (IDX-TC)
                   MOVE CS-ASSIETTE   TO TC-ASSIETTE (IDX-TC)
                   MOVE CS-MONTANT    TO TC-MONTANT (IDX-TC)
               WHEN TC-CODE-COTIS (IDX-TC) = CS-CODE-COTIS
                   ADD CS-ASSIETTE TO TC-ASSIETTE (IDX-TC)
                   ADD CS-MONTANT  TO TC-MONTANT (IDX-TC)
           END-SEARCH
           ADD CS-MONTANT TO W-TOTAL-COTIS
           ADD CS-MONTANT TO W-CTRL-COTIS
           .

       EDITER-COTISATIONS.
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > NB-TYPES-COTIS
               MOVE TC-CODE-COTIS (IDX-TC) TO W-LC-CODE
               MOVE TC-ASSIETTE (IDX-TC)   TO W-LC-ASSIETTE
               MOVE TC-MONTANT (IDX-TC)    TO W-LC-MONTANT
               WRITE PRINT-LIGNE FROM W-LIGNE-COTISATION
           END-PERFORM
           MOVE W-TOTAL-COTIS TO W-LT3-COTIS
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL-COTIS
           .

      *    PAGE DE TOTAUX DE CONTROLE POUR LE POINTAGE DE LA
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           DISPLAY 'TOTAL GENERAL PAYE        : ' W-CTRL-PAYE
           DISPLAY 'TOTAL GENERAL RETENU      : ' W-CTRL-RETENUE
           DISPLAY 'TOTAL COTISATIONS SOCIALES: ' W-CTRL-COTIS
           MOVE 'TOTAUX DE CONTROLE DE L EDITION'
               TO PRINT-LIGNE
           WRITE PRINT-LIGNE
           MOVE W-CTRL-PAYE    TO W-LT2-PAYE
           MOVE W-CTRL-RETENUE TO W-LT2-RETENUE
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL
           MOVE W-CTRL-COTIS   TO W-LT3-COTIS
           WRITE PRINT-LIGNE FROM W-LIGNE-TOTAL-COTIS
           WRITE PRINT-LIGNE FROM W-LIGNE-TRAIT
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE PERSONNE-KSDS
           CLOSE COTISOC-KSDS
           CLOSE PRINT-FILE
           STOP RUN
           .
