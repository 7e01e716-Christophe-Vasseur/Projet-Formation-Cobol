      *                                                                *
      *         BATCH D EDITION DU RAPPORT DE CLOTURE DE MOIS          *
      *                                                                *
      *       CARTE PARAMETRE (SYSIN), FACULTATIVE :                   *
      *         01-06  PREMIER CODE ALBUM DE LA TRANCHE (INCLUS)       *
      *         07-12  CODE ALBUM DE FIN DE TRANCHE (EXCLU)            *
      *       CARTE A BLANC : PASSE UNIQUE, COMME AVANT. TRANCHE       *
      *       RENSEIGNEE (DEBUT A BLANC = DEPUIS LE PREMIER CODE       *
      *       ALBUM, FIN A BLANC = JUSQU AU DERNIER) : LE TRAITEMENT   *
      *       EST UN DES FLUX PARALLELES DE LA CLOTURE -- VENTES,      *
      *       CONTRATS ET ALBUMS DE LA TRANCHE SEULEMENT, AVEC SON     *
      *       PROPRE FICHIER DE REPRISE (DDCHKPT) ; LE RAPPORT DU FLUX *
      *       EST DEPOSE DANS SON FICHIER PARTIEL (DDCLOPRT, CF        *
      *       CLOTPRT.cpy) ET LE VERROU DE PERIODE N EST POSE QUE PAR  *
      *       LA FUSION DES FLUX (CLOTMRG)                             *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
               FILE STATUS F-JO-STATUS
               .

      *    FICHIER PARTIEL DU FLUX EN MODE TRANCHE (CF CLOTPRT.cpy)
           SELECT PARTIEL-FILE
               ASSIGN TO DDCLOPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-CP-STATUS
               .

           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
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
           05 FILLER               PIC X(53).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD CONTRAT-KSDS
           RECORD 80 CHARACTERS
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

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

      *    QUE VSAMTODB ; LES PASSES CONTRAT ET ALBUM, COURTES, SONT
      *    SIMPLEMENT REFAITES)
       FD CHKPT-FILE
           RECORD 100 CHARACTERS
           DATA RECORD IS CHKPT-RECORD
           .

       01 CHKPT-RECORD.
           05 CK-CLE-VENTE         PIC X(21).
           05 CK-NB-VENTES-TOTAL   PIC 9(07).
           05 CK-NB-VENTES-MOIS    PIC 9(07).
           05 CK-CA-MOIS           PIC 9(11)V9(02).
           05 CK-QTE-MOIS          PIC 9(09).
           05 CK-CA-GENERAL        PIC 9(11)V9(02).
           05 CK-QTE-GENERAL       PIC 9(09).
           05 FILLER               PIC X(01).
      *    TRANCHE DU FLUX QUI A POSE LE POINT DE REPRISE (SPACES EN
      *    PASSE UNIQUE)
           05 CK-ALB-DEBUT         PIC X(06).
           05 CK-ALB-FIN           PIC X(06).
           05 FILLER               PIC X(08).

       FD PARTIEL-FILE
           RECORD 132 CHARACTERS
           DATA RECORD IS E-CLOTPRT
           .

       COPY CLOTPRT.

      *    F-RUNCTRL PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
       77 F-DH-STATUS             PIC X(02) VALUE '00'.
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       77 F-JO-STATUS             PIC X(02) VALUE '00'.
       77 F-CP-STATUS             PIC X(02) VALUE '00'.

      * CARTE PARAMETRE (CF EN-TETE DU PROGRAMME) -- TRANCHE DE CODES
      * ALBUM DU FLUX, A BLANC POUR UNE PASSE UNIQUE
       01 W-PARM-CARD.
           05 W-PARM-ALB-DEBUT        PIC X(06).
           05 W-PARM-ALB-FIN          PIC X(06).
           05 FILLER                  PIC X(68).
       01 MODE-TRANCHE-IND        PIC 9 VALUE 2.
           88 MODE-TRANCHE            VALUE 1.
           88 MODE-PASSE-UNIQUE       VALUE 2.
       01 TRANCHE-VIDE-IND        PIC 9 VALUE 2.
           88 TRANCHE-VIDE            VALUE 1.
           88 TRANCHE-NON-VIDE        VALUE 2.
      * NUMERO D ORDRE DES ENREGISTREMENTS DU FICHIER PARTIEL
       77 NB-SEQ-PARTIEL          PIC 9(05) VALUE ZERO.

      * TAUX DE CONVERSION DE LA VENTE EN COURS (DEFAUT 1, DEVISE
      * INCONNUE OU NON RENSEIGNEE TRAITEE COMME DEJA EN EUROS)
       77 CHKPT-STATUS            PIC X(02) VALUE '00'.
       77 NB-DEPUIS-CHECKPOINT    PIC 9(05) VALUE ZERO.
       77 INTERVALLE-CHECKPOINT   PIC 9(05) VALUE 00100.
       77 DERNIERE-CLE-TRAITEE    PIC X(21) VALUE LOW-VALUES.
       77 CHKPT-RESTART-KEY       PIC X(21) VALUE LOW-VALUES.
       77 CHKPT-ALB-DEBUT         PIC X(06) VALUE SPACES.
       77 CHKPT-ALB-FIN           PIC X(06) VALUE SPACES.
       01 REPRISE-IND             PIC 9.
           88 REPRISE-TRAITEMENT      VALUE 1.
           88 PAS-DE-REPRISE          VALUE 2.
      *    LA VENTILATION PAR LABEL SE RAPPROCHE TOUJOURS DU CA MOIS
       01 TABLE-CA-ALBUM.
           05 TCA-ENTREE OCCURS 5000 TIMES INDEXED BY IDX-TCA.
               10 TCA-CODEA           PIC X(06).
               10 TCA-CA-MOIS         PIC 9(11)V9(02).
       77 NB-CA-ALBUM             PIC 9(04) VALUE ZERO.
       77 W-CA-NON-VENTILE        PIC 9(11)V9(02) VALUE ZERO.
           SET FIN-ALBUM TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           MOVE W-DATE-JOUR (1:6) TO W-DJ-ANNEE-MOIS
           MOVE SPACES TO W-PARM-CARD
           ACCEPT W-PARM-CARD FROM SYSIN
           PERFORM CONTROLER-TRANCHE
           PERFORM CONTROLER-SYNCHRO
           PERFORM CONTROLER-CALENDRIER
      *    OUVERTURE DES FICHIERS VSAM
      *    PRECEDENTE INTERROMPUE
           PERFORM LIRE-CHECKPOINT
           IF REPRISE-TRAITEMENT
               PERFORM CONTROLER-TRANCHE-REPRISE
               DISPLAY 'REPRISE A PARTIR DE LA CLE ' CHKPT-RESTART-KEY
               MOVE CHKPT-RESTART-KEY TO E-VE-KEY
               START VENTES-KSDS KEY IS GREATER THAN E-VE-KEY
                   INVALID KEY
                       SET REPRISE-EPUISEE TO TRUE
               END-START
           ELSE
               IF W-PARM-ALB-DEBUT NOT = SPACES
                   MOVE LOW-VALUES       TO E-VE-KEY
                   MOVE W-PARM-ALB-DEBUT TO VE-CODEA
                   START VENTES-KSDS KEY IS NOT LESS THAN E-VE-KEY
                       INVALID KEY
                           SET TRANCHE-VIDE TO TRUE
                   END-START
               END-IF
           END-IF
           OPEN INPUT CONTRAT-KSDS
           IF F-CO-STATUS NOT = ZERO
               DISPLAY 'CODE ERREUR = ' F-DH-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    UN FLUX NE POSE PAS LE VERROU DE PERIODE (CF CLOTMRG)
           IF MODE-PASSE-UNIQUE
               OPEN I-O PERLOCK-KSDS
               IF F-PL-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE FICHIER VERROU DE PERIODE'
                   DISPLAY 'CODE ERREUR = ' F-PL-STATUS
                   PERFORM FIN-TRAITEMENT
               END-IF
           END-IF
           PERFORM CHARGER-TABLE-DEVISES
           .
           DISPLAY '---------------------------------------------'
           DISPLAY 'CLOTMOIS - RAPPORT DE CLOTURE DE MOIS'
           DISPLAY 'PERIODE CLOTUREE (AAAAMM) : ' W-DJ-ANNEE-MOIS
           IF MODE-TRANCHE
               DISPLAY 'TRANCHE DE CODES ALBUM    : [' W-PARM-ALB-DEBUT
                   ', ' W-PARM-ALB-FIN '['
           END-IF
           DISPLAY '---------------------------------------------'

           PERFORM CUMULER-VENTES-MOIS
           CLOSE CALEND-KSDS
           .

      *    CARTE A BLANC : PASSE UNIQUE ; SINON LE PROGRAMME EST UN
      *    FLUX DE LA CLOTURE, LIMITE A LA TRANCHE [DEBUT, FIN[
       CONTROLER-TRANCHE.
           IF W-PARM-ALB-DEBUT = SPACES AND W-PARM-ALB-FIN = SPACES
               SET MODE-PASSE-UNIQUE TO TRUE
           ELSE
               SET MODE-TRANCHE TO TRUE
               IF W-PARM-ALB-DEBUT NOT = SPACES
                       AND W-PARM-ALB-FIN NOT = SPACES
                       AND W-PARM-ALB-FIN NOT > W-PARM-ALB-DEBUT
                   DISPLAY 'TRANCHE INVALIDE, FIN NON SUPERIEURE AU '
                       'DEBUT : ' W-PARM-ALB-DEBUT ' ' W-PARM-ALB-FIN
                   DISPLAY 'CLOTURE INTERROMPUE'
                   PERFORM FIN-TRAITEMENT
               END-IF
           END-IF
           .

      *    UN POINT DE REPRISE NE VAUT QUE POUR LA TRANCHE QUI L A
      *    LAISSE (PASSE UNIQUE : TRANCHE A BLANC)
       CONTROLER-TRANCHE-REPRISE.
           IF CHKPT-ALB-DEBUT NOT = W-PARM-ALB-DEBUT
                   OR CHKPT-ALB-FIN NOT = W-PARM-ALB-FIN
               DISPLAY 'POINT DE REPRISE D UNE AUTRE TRANCHE : ['
                   CHKPT-ALB-DEBUT ', ' CHKPT-ALB-FIN '['
               DISPLAY 'CLOTURE INTERROMPUE, VERIFIER LE DDCHKPT'
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       CUMULER-VENTES-MOIS.
           EVALUATE TRUE
               WHEN REPRISE-EPUISEE
                   DISPLAY 'REPRISE : AUCUNE VENTE RESTANT A TRAITER'
               WHEN TRANCHE-VIDE
                   DISPLAY 'AUCUNE VENTE DANS LA TRANCHE'
               WHEN OTHER
                   PERFORM CUMULER-VENTES-MOIS-PASSE
           END-EVALUATE
           .

       CUMULER-VENTES-MOIS-PASSE.
           PERFORM LECTURE-ENRG-VENTES
           PERFORM UNTIL FIN-VENTES
           MOVE W-QTE-MOIS           TO CK-QTE-MOIS
           MOVE W-CA-GENERAL         TO CK-CA-GENERAL
           MOVE W-QTE-GENERAL        TO CK-QTE-GENERAL
           MOVE W-PARM-ALB-DEBUT     TO CK-ALB-DEBUT
           MOVE W-PARM-ALB-FIN       TO CK-ALB-FIN
           WRITE CHKPT-RECORD
           CLOSE CHKPT-FILE
           .
                       MOVE CK-QTE-MOIS        TO W-QTE-MOIS
                       MOVE CK-CA-GENERAL      TO W-CA-GENERAL
                       MOVE CK-QTE-GENERAL     TO W-QTE-GENERAL
                       MOVE CK-ALB-DEBUT       TO CHKPT-ALB-DEBUT
                       MOVE CK-ALB-FIN         TO CHKPT-ALB-FIN
                       SET REPRISE-TRAITEMENT TO TRUE
               END-READ
               CLOSE CHKPT-FILE
           .

       DENOMBRER-CONTRATS-MOIS.
           SET NON-FIN-CONTRAT TO TRUE
           IF W-PARM-ALB-DEBUT NOT = SPACES
               MOVE LOW-VALUES       TO E-CO-KEY
               MOVE W-PARM-ALB-DEBUT TO E-CO-CODEA
               START CONTRAT-KSDS KEY IS NOT LESS THAN E-CO-KEY
                   INVALID KEY
                       SET FIN-CONTRAT TO TRUE
               END-START
           END-IF
           IF NON-FIN-CONTRAT
               PERFORM LECTURE-ENRG-CONTRAT
           END-IF
           PERFORM UNTIL FIN-CONTRAT
               ADD 1 TO NB-CONTRATS-TOTAL
               IF E-CO-DATE-SIGN NOT = SPACES
           .

       DENOMBRER-ALBUMS.
           SET NON-FIN-ALBUM TO TRUE
           IF W-PARM-ALB-DEBUT NOT = SPACES
               MOVE W-PARM-ALB-DEBUT TO AL-CODEA
               START ALBUM-KSDS KEY IS NOT LESS THAN AL-CODEA
                   INVALID KEY
                       SET FIN-ALBUM TO TRUE
               END-START
           END-IF
           IF NON-FIN-ALBUM
               PERFORM LECTURE-ENRG-ALBUM
           END-IF
           PERFORM UNTIL FIN-ALBUM
               ADD 1 TO NB-ALBUMS-TOTAL
               PERFORM VENTILER-CA-PAR-LABEL

       FIN-TRAITEMENT.
      *    FIN NORMALE : LE POINT DE REPRISE N'EST PLUS UTILE, ET LA
      *    PERIODE CLOTUREE EST VERROUILLEE POUR LA SAISIE EN LIGNE --
      *    EN MODE TRANCHE, LE FLUX DEPOSE SES CUMULS ET C EST CLOTMRG
      *    QUI VERROUILLE, UNE FOIS TOUTES LES TRANCHES FUSIONNEES
           IF FIN-NORMALE
               PERFORM EFFACER-CHECKPOINT
               IF MODE-TRANCHE
                   PERFORM ECRIRE-FICHIER-PARTIEL
               ELSE
                   PERFORM POSER-VERROU-PERIODE
               END-IF
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE VENTES-KSDS
           CLOSE DEVISE-KSDS
           CLOSE DEVISEH-KSDS
           CLOSE PERLOCK-KSDS
           CLOSE PARTIEL-FILE
           STOP RUN
           .

           DISPLAY 'VERROU DE PERIODE POSE SUR ' PL-PERIODE-CLOSE-F
           .

      *    FICHIER PARTIEL DU FLUX : CA DU MOIS PAR LABEL DANS L ORDRE
      *    DE LA TABLE, PUIS ENREGISTREMENT DE CONTROLE
       ECRIRE-FICHIER-PARTIEL.
           OPEN OUTPUT PARTIEL-FILE
           IF F-CP-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER PARTIEL DU FLUX'
               DISPLAY 'CODE ERREUR = ' F-CP-STATUS
           ELSE
               MOVE ZERO TO NB-SEQ-PARTIEL
               PERFORM VARYING IDX-TCL FROM 1 BY 1
                       UNTIL IDX-TCL > NB-CA-LABEL
                   MOVE SPACES TO CP-DONNEES
                   MOVE TCL-CODE (IDX-TCL)    TO CP-L-CODE
                   MOVE TCL-CA-MOIS (IDX-TCL) TO CP-L-CA-MOIS
                   SET CP-LABEL TO TRUE
                   ADD 1 TO NB-SEQ-PARTIEL
                   MOVE NB-SEQ-PARTIEL TO CP-SEQ
                   PERFORM ECRIRE-PARTIEL
               END-PERFORM
               MOVE SPACES                   TO CP-DONNEES
               MOVE W-PARM-ALB-DEBUT         TO CP-C-ALB-DEBUT
               MOVE W-PARM-ALB-FIN           TO CP-C-ALB-FIN
               MOVE W-DJ-ANNEE-MOIS          TO CP-C-PERIODE
               MOVE NB-VENTES-TOTAL          TO CP-C-NB-VENTES-TOTAL
               MOVE NB-VENTES-MOIS           TO CP-C-NB-VENTES-MOIS
               MOVE W-CA-MOIS                TO CP-C-CA-MOIS
               MOVE W-QTE-MOIS               TO CP-C-QTE-MOIS
               MOVE W-CA-GENERAL             TO CP-C-CA-GENERAL
               MOVE W-QTE-GENERAL            TO CP-C-QTE-GENERAL
               MOVE NB-CONTRATS-TOTAL        TO CP-C-NB-CONTRATS
               MOVE NB-CONTRATS-SIGNES-MOIS  TO CP-C-NB-SIGNES-MOIS
               MOVE NB-CONTRATS-EXPIRES-MOIS TO CP-C-NB-EXPIRES-MOIS
               MOVE NB-ALBUMS-TOTAL          TO CP-C-NB-ALBUMS
               MOVE W-CA-NON-VENTILE         TO CP-C-CA-NON-VENTILE
               SET CP-CONTROLE               TO TRUE
               SET CP-SEQ-CONTROLE           TO TRUE
               PERFORM ECRIRE-PARTIEL
           END-IF
           .

       ECRIRE-PARTIEL.
           MOVE W-PARM-ALB-DEBUT TO CP-ALB-DEBUT
           WRITE E-CLOTPRT
           IF F-CP-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE FICHIER PARTIEL DU FLUX'
               DISPLAY 'CODE ERREUR = ' F-CP-STATUS
           END-IF
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CLOTMOIS - RAPPORT DE FIN DE TRAITEMENT'
           IF MODE-TRANCHE
               DISPLAY 'TRANCHE DE CODES ALBUM    : [' W-PARM-ALB-DEBUT
                   ', ' W-PARM-ALB-FIN '['
           END-IF
           DISPLAY 'ALBUMS EN CATALOGUE       : ' NB-ALBUMS-TOTAL
           DISPLAY 'VENTES DU MOIS            : ' NB-VENTES-MOIS
           DISPLAY 'QUANTITE VENDUE DU MOIS   : ' W-QTE-MOIS
           DISPLAY '---------------------------------------------'
           .

      *    EN MODE TRANCHE, LES PASSES S ARRETENT AU PREMIER CODE
      *    ALBUM DE LA TRANCHE SUIVANTE
       LECTURE-ENRG-VENTES.
           READ VENTES-KSDS NEXT RECORD
               AT END
                   SET FIN-VENTES TO TRUE
               NOT AT END
                   SET NON-FIN-VENTES TO TRUE
                   IF W-PARM-ALB-FIN NOT = SPACES
                           AND VE-CODEA NOT < W-PARM-ALB-FIN
                       SET FIN-VENTES TO TRUE
                   END-IF
           END-READ
           .

                   SET FIN-CONTRAT TO TRUE
               NOT AT END
                   SET NON-FIN-CONTRAT TO TRUE
                   IF W-PARM-ALB-FIN NOT = SPACES
                           AND E-CO-CODEA NOT < W-PARM-ALB-FIN
                       SET FIN-CONTRAT TO TRUE
                   END-IF
           END-READ
           .

                   SET FIN-ALBUM TO TRUE
               NOT AT END
                   SET NON-FIN-ALBUM TO TRUE
                   IF W-PARM-ALB-FIN NOT = SPACES
                           AND AL-CODEA NOT < W-PARM-ALB-FIN
                       SET FIN-ALBUM TO TRUE
                   END-IF
           END-READ
           .
