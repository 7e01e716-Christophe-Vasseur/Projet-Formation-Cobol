      *       TAUX, NETTE DE LA TAXE DES LIGNES DE RETOUR, DANS LA     *
      *       DISPOSITION FIXE ATTENDUE PAR L ADMINISTRATION           *
      *       (DDTVADCL) -- LE COMPTE RENDU DE CONTROLE SE RECOUPE     *
      *       AVEC LES TOTAUX DE TVAVENTE.                             *
      *                                                                *
      *       LA TAXE DES CREANCES PASSEES EN PERTE (IRRECG1) PAS      *
      *       ENCORE IMPUTEE EST DEDUITE DE LA COLLECTE, CELLE DES     *
      *       RECOUVREMENTS ULTERIEURS Y EST RAJOUTEE ; LA CREANCE     *
      *       GARDE LA PERIODE DE DECLARATION QUI L A PRISE EN COMPTE  *
      *       (UN NOUVEAU PASSAGE SUR LA MEME PERIODE LA REPREND)      *
      *                                                                *
      *       CARTE SYSIN : PERIODE DEBUT AAAAMM + PERIODE FIN         *
      *       AAAAMM (TRIMESTRE DE LA DECLARATION)                     *
               FILE STATUS F-MA-STATUS
               .

      *    CREANCES PASSEES EN PERTE (CF IRRECOU.cpy)
           SELECT IRRECOU-KSDS
               ASSIGN TO DDIRREC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IR-CLE
               FILE STATUS F-IR-STATUS
               .

      *    EXTRAIT DE DECLARATION, DISPOSITION FIXE ATTENDUE PAR
      *    L ADMINISTRATION FISCALE (UNE LIGNE PAR TERRITOIRE + TAUX)
           SELECT TVADCL-FILE
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
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 VE-STATUT-LITIGE     PIC X(01).
           05 VE-TAUX-TVA          PIC 9(02)V9(02).
           05 FILLER               PIC X(10).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS

       COPY MAISONDI.

       FD IRRECOU-KSDS
           RECORD 100 CHARACTERS
           DATA RECORD IS E-IRRECOU
           .

       COPY IRRECOU.

       FD TVADCL-FILE
           RECORD 80 CHARACTERS
           DATA RECORD IS E-TVADCL
       77 F-VE-STATUS             PIC X(02) VALUE '00'.
       77 F-MA-STATUS             PIC X(02) VALUE '00'.
       77 F-TD-STATUS             PIC X(02) VALUE '00'.
       77 F-IR-STATUS             PIC X(02) VALUE '00'.

      * BORNES DE LA PERIODE DE DECLARATION (CARTE SYSIN)
       01 W-PARM-CARD.
       77 W-MONTANT-TAXE          PIC 9(11)V9(02) VALUE ZERO.
       77 W-MONTANT-HT            PIC 9(11)V9(02) VALUE ZERO.
       77 W-TERRITOIRE            PIC X(03) VALUE SPACES.
       77 W-TAUX-TVA              PIC 9(02)V9(02) VALUE ZERO.

      * TOTAUX DE CONTROLE (A RECOUPER AVEC TVAVENTE)
       77 W-CTRL-TTC              PIC S9(13)V9(02) VALUE ZERO.
       77 W-CTRL-TAXE             PIC S9(13)V9(02) VALUE ZERO.

      * TAXE DES CREANCES EN PERTE RECUPEREE ET DES RECOUVREMENTS
      * REDECLARES (HORS RECOUPEMENT TVAVENTE)
       77 W-CTRL-TAXE-PERTES      PIC 9(13)V9(02) VALUE ZERO.
       77 W-CTRL-TAXE-RECOUVR     PIC 9(13)V9(02) VALUE ZERO.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-VENTES-LUES          PIC 9(07) VALUE ZERO.
       77 NB-VENTES-RETENUES      PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-EXTRAIT       PIC 9(03) VALUE ZERO.
       77 NB-PERTES-IMPUTEES      PIC 9(07) VALUE ZERO.
       77 NB-RECOUVR-IMPUTES      PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER VENTES
       01 FIN-VENTES-IND          PIC 9.
           88 FIN-VENTES              VALUE 1.
           88 NON-FIN-VENTES          VALUE 2.
       01 FIN-IRRECOU-IND         PIC 9.
           88 FIN-IRRECOU             VALUE 1.
           88 NON-FIN-IRRECOU         VALUE 2.

      * -------------------------------------------------------------- *
      *                                                                *
               DISPLAY 'CODE ERREUR = ' F-TD-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O IRRECOU-KSDS
           IF F-IR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER CREANCES EN PERTE'
               DISPLAY 'CODE ERREUR = ' F-IR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.
               PERFORM LECTURE-ENRG-VENTES
           END-PERFORM

           SET FIN-IRRECOU TO TRUE
           PERFORM LECTURE-ENRG-IRRECOU
           PERFORM IMPUTER-CREANCE UNTIL FIN-IRRECOU

           PERFORM ECRIRE-EXTRAIT
           PERFORM FIN-TRAITEMENT
           .
           COMPUTE W-MONTANT-TAXE ROUNDED = W-MONTANT-TTC
               * VE-TAUX-TVA / (100 + VE-TAUX-TVA)
           COMPUTE W-MONTANT-HT = W-MONTANT-TTC - W-MONTANT-TAXE
           MOVE VE-SIREN TO MA-SIREN
           PERFORM LIRE-TERRITOIRE
           MOVE VE-TAUX-TVA TO W-TAUX-TVA
           PERFORM RECHERCHER-DECLARATION
           IF VE-MVT-RETOUR
               SUBTRACT W-MONTANT-HT FROM TDE-BASE-HT (IDX-TD)
           END-IF
           .

      *    IMPUTATION DES CREANCES EN PERTE SUR LA DECLARATION : LA
      *    PERTE PASSEE JUSQU A LA FIN DE PERIODE ET NON ENCORE
      *    IMPUTEE (OU IMPUTEE PAR UN PASSAGE PRECEDENT SUR LA MEME
      *    PERIODE) DEDUIT SA TAXE ; UN RECOUVREMENT LA RAJOUTE DE
      *    MEME. LA PERIODE RETENUE EST INSCRITE SUR LA CREANCE
       IMPUTER-CREANCE.
           MOVE IR-SIREN TO MA-SIREN
           PERFORM LIRE-TERRITOIRE
           MOVE IR-TAUX-TVA TO W-TAUX-TVA
           MOVE IR-MONTANT-TVA TO W-MONTANT-TAXE
           COMPUTE W-MONTANT-HT = IR-MONTANT-TTC - IR-MONTANT-TVA
           IF IR-DATE-PERTE(1:6) NOT > W-PARM-FIN
                   AND (IR-PERIODE-TVA = ZERO
                        OR IR-PERIODE-TVA = W-PARM-FIN)
               PERFORM RECHERCHER-DECLARATION
               SUBTRACT W-MONTANT-HT FROM TDE-BASE-HT (IDX-TD)
               SUBTRACT W-MONTANT-TAXE FROM TDE-TAXE (IDX-TD)
               ADD W-MONTANT-TAXE TO W-CTRL-TAXE-PERTES
               MOVE W-PARM-FIN TO IR-PERIODE-TVA
               ADD 1 TO NB-PERTES-IMPUTEES
               DISPLAY 'TVA RECUPEREE SUR CREANCE EN PERTE, FACTURE '
                   IR-NUM-FACTURE ' SIREN ' IR-SIREN
                   ' TAXE ' W-MONTANT-TAXE
           END-IF
           IF IR-DATE-RECOUVR NOT = ZERO
                   AND IR-DATE-RECOUVR(1:6) NOT > W-PARM-FIN
                   AND (IR-PERIODE-TVA-RECOUVR = ZERO
                        OR IR-PERIODE-TVA-RECOUVR = W-PARM-FIN)
               PERFORM RECHERCHER-DECLARATION
               ADD W-MONTANT-HT TO TDE-BASE-HT (IDX-TD)
               ADD W-MONTANT-TAXE TO TDE-TAXE (IDX-TD)
               ADD W-MONTANT-TAXE TO W-CTRL-TAXE-RECOUVR
               MOVE W-PARM-FIN TO IR-PERIODE-TVA-RECOUVR
               ADD 1 TO NB-RECOUVR-IMPUTES
               DISPLAY 'TVA REDECLAREE SUR RECOUVREMENT, FACTURE '
                   IR-NUM-FACTURE ' SIREN ' IR-SIREN
                   ' TAXE ' W-MONTANT-TAXE
           END-IF
           REWRITE E-IRRECOU
           PERFORM LECTURE-ENRG-IRRECOU
           .

       LIRE-TERRITOIRE.
           MOVE SPACES TO W-TERRITOIRE
           READ MAISONDI-KSDS
               INVALID KEY
                   CONTINUE
               AT END
                   SET DECL-ABSENTE TO TRUE
               WHEN TDE-TERRITOIRE (IDX-TD) = W-TERRITOIRE
                       AND TDE-TAUX (IDX-TD) = W-TAUX-TVA
                   SET DECL-TROUVEE TO TRUE
           END-SEARCH
           IF DECL-ABSENTE
               ADD 1 TO NB-DECLARATIONS
               SET IDX-TD TO NB-DECLARATIONS
               MOVE W-TERRITOIRE TO TDE-TERRITOIRE (IDX-TD)
               MOVE W-TAUX-TVA   TO TDE-TAUX (IDX-TD)
               MOVE ZERO TO TDE-BASE-HT (IDX-TD)
               MOVE ZERO TO TDE-TAXE (IDX-TD)
           END-IF
           DISPLAY 'TOTAUX DE CONTROLE (A RECOUPER AVEC TVAVENTE)'
           DISPLAY 'TOTAL TTC PERIODE         : ' W-CTRL-TTC
           DISPLAY 'TOTAL TAXE COLLECTEE NETTE: ' W-CTRL-TAXE
           DISPLAY 'TAXE RECUPEREE SUR PERTES : ' W-CTRL-TAXE-PERTES
           DISPLAY 'TAXE DES RECOUVREMENTS    : ' W-CTRL-TAXE-RECOUVR
           .

       ECRIRE-LIGNE-EXTRAIT.
           CLOSE VENTES-KSDS
           CLOSE MAISONDI-KSDS
           CLOSE TVADCL-FILE
           CLOSE IRRECOU-KSDS
           STOP RUN
           .

           DISPLAY 'VENTES LUES               : ' NB-VENTES-LUES
           DISPLAY 'VENTES DE LA PERIODE      : ' NB-VENTES-RETENUES
           DISPLAY 'LIGNES D EXTRAIT ECRITES  : ' NB-LIGNES-EXTRAIT
           DISPLAY 'CREANCES EN PERTE IMPUTEES: ' NB-PERTES-IMPUTEES
           DISPLAY 'RECOUVREMENTS IMPUTES     : ' NB-RECOUVR-IMPUTES
           DISPLAY '---------------------------------------------'
           .

                   ADD 1 TO NB-VENTES-LUES
           END-READ
           .

       LECTURE-ENRG-IRRECOU.
           READ IRRECOU-KSDS NEXT RECORD
               AT END
                   SET FIN-IRRECOU TO TRUE
               NOT AT END
                   SET NON-FIN-IRRECOU TO TRUE
           END-READ
           .
