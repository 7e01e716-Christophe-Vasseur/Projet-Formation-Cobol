      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *       BATCH DE LANCEMENT DES DEMANDES D ETATS A LA CARTE       *
      *       (DEMRPTG1, CF DEMRPT.cpy) DEPOSEES EN LIGNE PAR APIG1DM9 *
      *                                                                *
      *       PASSE DANS LA CHAINE DE NUIT : CHAQUE DEMANDE EN         *
      *       ATTENTE EST RECONTROLEE PUIS SOUMISE AU LECTEUR INTERNE  *
      *       (DDJOBS) SOUS FORME D UN TRAVAIL COMPLET, TIRE DU        *
      *       SQUELETTE DE L ETAT DEMANDE (DDSQUEL). LA DEMANDE PASSE  *
      *       A 'L' (LANCEE), OU A 'R' (REJETEE, AVEC LE MOTIF) SI     *
      *       ELLE N EST PLUS LANCABLE                                 *
      *                                                                *
      *       SQUELETTES (DDSQUEL, 80 COLONNES) : CHAQUE ETAT          *
      *       COMMENCE PAR UNE LIGNE ')ETAT XXXXXXXX' ; LES LIGNES     *
      *       QUI SUIVENT SONT RECOPIEES TELLES QUELLES, SAUF LES      *
      *       LIGNES REDUITES A UN MOT-CLE, REMPLACEES PAR :           *
      *         )CARTE     LA CARTE DE SELECTION DE L ETAT (SYSIN DU  *
      *                    PAS D EDITION)                              *
      *         )ARCHIVE   LA CARTE D ETATARCH, LIBELLE 'DEMANDE      *
      *                    NNNNNNN ...' QUI RATTACHE L EXECUTION       *
      *                    ARCHIVEE A LA DEMANDE                       *
      *         )DEMANDE   LA CARTE DE DEMRPFIN (NUMERO DE DEMANDE),   *
      *                    DERNIER PAS DU TRAVAIL, PASSE EN TOUT ETAT  *
      *                    DE CAUSE                                    *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

      * ============================================================== *
      *                                                                *
      *                    IDENTIFICATION DIVISION                     *
      *                                                                *
      * ============================================================== *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMRPSEL.
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

      *    DEMANDES D ETATS -- PARCOURS SEQUENTIEL ET MISE A JOUR
           SELECT DEMRPT-KSDS
               ASSIGN TO DDDEMRPT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-NUMERO
               FILE STATUS F-DR-STATUS
               .

      *    SQUELETTES DE TRAVAUX, UN PAR ETAT DEMANDABLE
           SELECT SQUELETTE-FILE
               ASSIGN TO DDSQUEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-SQ-STATUS
               .

      *    LECTEUR INTERNE (TRAVAUX SOUMIS)
           SELECT JOBS-FILE
               ASSIGN TO DDJOBS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-JO-STATUS
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

       FD DEMRPT-KSDS
           RECORD 220 CHARACTERS
           DATA RECORD IS E-DEMRPT
           .

       COPY DEMRPT.

       FD SQUELETTE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SQUELETTE-LIGNE
           .

       01 SQUELETTE-LIGNE          PIC X(80).

       FD JOBS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JOBS-LIGNE
           .

       01 JOBS-LIGNE               PIC X(80).

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-DR-STATUS             PIC X(02) VALUE '00'.
       77 F-SQ-STATUS             PIC X(02) VALUE '00'.
       77 F-JO-STATUS             PIC X(02) VALUE '00'.

      * SQUELETTES CHARGES EN TABLE
       77 W-MAX-SQUELETTE         PIC 9(04) VALUE 500.
       77 W-NB-SQUELETTE          PIC 9(04) VALUE ZERO.
       01 TABLE-SQUELETTE.
           05 SQ-LIGNE OCCURS 500 TIMES.
               10 SQ-MOT-CLE          PIC X(06).
                   88 SQ-DEBUT-ETAT       VALUE ')ETAT '.
               10 SQ-SUITE            PIC X(74).
       01 SQ-LIGNE-ETAT REDEFINES TABLE-SQUELETTE.
           05 FILLER OCCURS 500 TIMES.
               10 FILLER              PIC X(06).
               10 SQ-NOM-ETAT         PIC X(08).
               10 FILLER              PIC X(66).
       77 W-IDX                   PIC 9(04) VALUE ZERO.
       77 W-IDX-DEBUT             PIC 9(04) VALUE ZERO.

      * MOTS-CLES DE SUBSTITUTION
       77 W-MC-CARTE              PIC X(80) VALUE ')CARTE'.
       77 W-MC-ARCHIVE            PIC X(80) VALUE ')ARCHIVE'.
       77 W-MC-DEMANDE            PIC X(80) VALUE ')DEMANDE'.

      * CARTE DE SELECTION DE L ETAT -- A BLANC = SANS RESTRICTION
       01 W-CARTE-ETAT.
           05 W-CE-DATE-DEBUT         PIC X(08).
           05 W-CE-DATE-FIN           PIC X(08).
           05 W-CE-LABEL              PIC X(03).
           05 W-CE-SIREN              PIC X(05).
           05 W-CE-ALBUM-DEBUT        PIC X(06).
           05 W-CE-ALBUM-FIN          PIC X(06).
           05 FILLER                  PIC X(44).
      *    YOYCOMP : DEUX PERIODES EN TETE DE CARTE
       01 W-CARTE-YOYCOMP REDEFINES W-CARTE-ETAT.
           05 W-CY-DATE-DEBUT         PIC X(08).
           05 W-CY-DATE-FIN           PIC X(08).
           05 W-CY-DATE-DEBUT-2       PIC X(08).
           05 W-CY-DATE-FIN-2         PIC X(08).
           05 W-CY-LABEL              PIC X(03).
           05 W-CY-SIREN              PIC X(05).
           05 W-CY-ALBUM-DEBUT        PIC X(06).
           05 W-CY-ALBUM-FIN          PIC X(06).
           05 FILLER                  PIC X(28).

      * CARTE D ETATARCH (CF EN-TETE D ETATARCH) -- ECRAN D ACCES ET
      * CONSERVATION A BLANC : CEUX DE SA TABLE DES ETATS CONNUS
       01 W-CARTE-ARCHIVE.
           05 W-CA-ETAT               PIC X(08).
           05 W-CA-JOB                PIC X(08).
           05 W-CA-ECRAN              PIC X(08).
           05 W-CA-CONSERVATION       PIC X(03).
           05 W-CA-LIBELLE.
               10 W-CA-DEMANDE        PIC X(08) VALUE 'DEMANDE '.
               10 W-CA-NUMERO         PIC 9(07).
               10 FILLER              PIC X(01) VALUE SPACE.
               10 W-CA-LIB-DEMANDE    PIC X(24).
           05 W-CA-MARQUE-PAGE        PIC X(13).

      * CARTE DE DEMRPFIN
       01 W-CARTE-FIN.
           05 W-CF-NUMERO             PIC 9(07).
           05 FILLER                  PIC X(73).

      * DATE ET HEURE DE LANCEMENT
       77 W-DATE-JOUR             PIC 9(08).
       77 W-HEURE-SYSTEME         PIC X(08).

      * MOTIF DE REJET DE LA DEMANDE COURANTE (A BLANC = LANCABLE)
       77 W-MOTIF                 PIC X(40) VALUE SPACES.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-DEMANDES-LUES        PIC 9(07) VALUE ZERO.
       77 NB-DEMANDES-LANCEES     PIC 9(07) VALUE ZERO.
       77 NB-DEMANDES-REJETEES    PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-SOUMISES      PIC 9(07) VALUE ZERO.

      * INDICATEUR DE FIN DE PARCOURS DES DEMANDES
       01 FIN-DEMRPT-IND          PIC 9.
           88 FIN-DEMRPT              VALUE 1.
           88 NON-FIN-DEMRPT          VALUE 2.
      * INDICATEUR DE FIN DES SQUELETTES
       01 FIN-SQUELETTE-IND       PIC 9.
           88 FIN-SQUELETTE           VALUE 1.
           88 NON-FIN-SQUELETTE       VALUE 2.

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
           SET FIN-DEMRPT TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYSTEME FROM TIME
           OPEN I-O DEMRPT-KSDS
           IF F-DR-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES DEMANDES'
               DISPLAY 'CODE ERREUR = ' F-DR-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT SQUELETTE-FILE
           IF F-SQ-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER DES SQUELETTES'
               DISPLAY 'CODE ERREUR = ' F-SQ-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT JOBS-FILE
           IF F-JO-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE LECTEUR INTERNE'
               DISPLAY 'CODE ERREUR = ' F-JO-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM CHARGER-SQUELETTES
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'DEMRPSEL - LANCEMENT DES DEMANDES D ETATS'
           DISPLAY 'DATE DE TRAITEMENT : ' W-DATE-JOUR
           DISPLAY '---------------------------------------------'

      *    LE NUMERO ZERO EST L ENREGISTREMENT COMPTEUR
           MOVE 1 TO DR-NUMERO
           START DEMRPT-KSDS KEY IS NOT LESS THAN DR-NUMERO
               INVALID KEY
                   SET FIN-DEMRPT TO TRUE
               NOT INVALID KEY
                   SET NON-FIN-DEMRPT TO TRUE
           END-START
           IF NON-FIN-DEMRPT
               PERFORM LECTURE-ENRG-DEMRPT
           END-IF
           PERFORM UNTIL FIN-DEMRPT
               ADD 1 TO NB-DEMANDES-LUES
               IF DR-EN-ATTENTE
                   PERFORM TRAITER-DEMANDE
               END-IF
               PERFORM LECTURE-ENRG-DEMRPT
           END-PERFORM
           PERFORM FIN-TRAITEMENT
           .

       CHARGER-SQUELETTES.
           SET NON-FIN-SQUELETTE TO TRUE
           PERFORM LECTURE-ENRG-SQUELETTE
           PERFORM UNTIL FIN-SQUELETTE
               IF W-NB-SQUELETTE < W-MAX-SQUELETTE
                   ADD 1 TO W-NB-SQUELETTE
                   MOVE SQUELETTE-LIGNE TO SQ-LIGNE (W-NB-SQUELETTE)
               ELSE
                   DISPLAY 'TABLE DES SQUELETTES PLEINE, IGNOREE : '
                       SQUELETTE-LIGNE(1:40)
               END-IF
               PERFORM LECTURE-ENRG-SQUELETTE
           END-PERFORM
           DISPLAY 'LIGNES DE SQUELETTE CHARGEES : ' W-NB-SQUELETTE
           .

      *    UNE DEMANDE REJETEE ICI NE SERA PAS RETENTEE : L OPERATEUR
      *    EN DEPOSE UNE NOUVELLE APRES CORRECTION
       TRAITER-DEMANDE.
           MOVE SPACES TO W-MOTIF
           PERFORM CHERCHER-SQUELETTE
           IF W-IDX-DEBUT = ZERO
               MOVE 'PAS DE SQUELETTE DE TRAVAIL POUR L ETAT'
                   TO W-MOTIF
           ELSE
               PERFORM CONTROLER-DEMANDE
           END-IF
           IF W-MOTIF = SPACES
               PERFORM PREPARER-CARTES
               PERFORM EMETTRE-TRAVAIL
               SET DR-LANCEE TO TRUE
               MOVE W-DATE-JOUR            TO DR-DATE-LANCEMENT
               MOVE W-HEURE-SYSTEME(1:6)   TO DR-HEURE-LANCEMENT
               ADD 1 TO NB-DEMANDES-LANCEES
               DISPLAY 'DEMANDE ' DR-NUMERO ' ' DR-ETAT ' LANCEE'
           ELSE
               SET DR-REJETEE TO TRUE
               MOVE W-MOTIF TO DR-MOTIF
               ADD 1 TO NB-DEMANDES-REJETEES
               DISPLAY 'DEMANDE ' DR-NUMERO ' ' DR-ETAT ' REJETEE : '
                   W-MOTIF
           END-IF
           REWRITE E-DEMRPT
               INVALID KEY
                   DISPLAY 'ECHEC MISE A JOUR DEMANDE ' DR-NUMERO
                       ' : ' F-DR-STATUS
           END-REWRITE
           .

       CHERCHER-SQUELETTE.
           MOVE ZERO TO W-IDX-DEBUT
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-NB-SQUELETTE
                   OR W-IDX-DEBUT NOT = ZERO
               IF SQ-DEBUT-ETAT (W-IDX)
                       AND SQ-NOM-ETAT (W-IDX) = DR-ETAT
                   MOVE W-IDX TO W-IDX-DEBUT
               END-IF
           END-PERFORM
           .

      *    LES CRITERES ONT ETE CONTROLES AU DEPOT (PGMG1VM9) ; LA
      *    DEMANDE EST RECONTROLEE SUR CE QUI A PU CHANGER DEPUIS OU
      *    ETRE ALTERE DANS LE FICHIER
       CONTROLER-DEMANDE.
           EVALUATE TRUE
               WHEN DR-DATE-DEBUT NOT = SPACES
                       AND DR-DATE-DEBUT IS NOT NUMERIC
                   MOVE 'DATE DE DEBUT INVALIDE' TO W-MOTIF
               WHEN DR-DATE-FIN NOT = SPACES
                       AND DR-DATE-FIN IS NOT NUMERIC
                   MOVE 'DATE DE FIN INVALIDE' TO W-MOTIF
               WHEN DR-DATE-DEBUT NOT = SPACES
                       AND DR-DATE-FIN NOT = SPACES
                       AND DR-DATE-DEBUT > DR-DATE-FIN
                   MOVE 'PERIODE INVERSEE' TO W-MOTIF
               WHEN DR-DATE-DEBUT > W-DATE-JOUR
                       AND DR-DATE-DEBUT NOT = SPACES
                   MOVE 'PERIODE POSTERIEURE AU LANCEMENT' TO W-MOTIF
               WHEN DR-ETAT = 'YOYCOMP'
                       AND (DR-DATE-DEBUT-2 IS NOT NUMERIC
                       OR DR-DATE-FIN-2 IS NOT NUMERIC)
                   MOVE 'PERIODE DE COMPARAISON INVALIDE' TO W-MOTIF
               WHEN DR-ALBUM-FIN NOT = SPACES
                       AND DR-ALBUM-DEBUT > DR-ALBUM-FIN
                   MOVE 'PLAGE D ALBUMS INVERSEE' TO W-MOTIF
           END-EVALUATE
           .

       PREPARER-CARTES.
           MOVE SPACES TO W-CARTE-ETAT
           IF DR-ETAT = 'YOYCOMP'
               MOVE DR-DATE-DEBUT     TO W-CY-DATE-DEBUT
               MOVE DR-DATE-FIN       TO W-CY-DATE-FIN
               MOVE DR-DATE-DEBUT-2   TO W-CY-DATE-DEBUT-2
               MOVE DR-DATE-FIN-2     TO W-CY-DATE-FIN-2
               MOVE DR-LABEL          TO W-CY-LABEL
               MOVE DR-SIREN          TO W-CY-SIREN
               MOVE DR-ALBUM-DEBUT    TO W-CY-ALBUM-DEBUT
               MOVE DR-ALBUM-FIN      TO W-CY-ALBUM-FIN
           ELSE
               MOVE DR-DATE-DEBUT     TO W-CE-DATE-DEBUT
               MOVE DR-DATE-FIN       TO W-CE-DATE-FIN
               MOVE DR-LABEL          TO W-CE-LABEL
               MOVE DR-SIREN          TO W-CE-SIREN
               MOVE DR-ALBUM-DEBUT    TO W-CE-ALBUM-DEBUT
               MOVE DR-ALBUM-FIN      TO W-CE-ALBUM-FIN
           END-IF
           MOVE DR-ETAT        TO W-CA-ETAT
           MOVE DR-ETAT        TO W-CA-JOB
           MOVE SPACES         TO W-CA-ECRAN
           MOVE SPACES         TO W-CA-CONSERVATION
           MOVE DR-NUMERO      TO W-CA-NUMERO
           MOVE DR-LIBELLE     TO W-CA-LIB-DEMANDE
           MOVE SPACES         TO W-CA-MARQUE-PAGE
           MOVE SPACES         TO W-CARTE-FIN
           MOVE DR-NUMERO      TO W-CF-NUMERO
           .

      *    RECOPIE DU SQUELETTE DE L ETAT JUSQU AU SQUELETTE SUIVANT
       EMETTRE-TRAVAIL.
           COMPUTE W-IDX = W-IDX-DEBUT + 1
           PERFORM UNTIL W-IDX > W-NB-SQUELETTE
                   OR SQ-DEBUT-ETAT (W-IDX)
               EVALUATE SQ-LIGNE (W-IDX)
                   WHEN W-MC-CARTE
                       MOVE W-CARTE-ETAT    TO JOBS-LIGNE
                   WHEN W-MC-ARCHIVE
                       MOVE W-CARTE-ARCHIVE TO JOBS-LIGNE
                   WHEN W-MC-DEMANDE
                       MOVE W-CARTE-FIN     TO JOBS-LIGNE
                   WHEN OTHER
                       MOVE SQ-LIGNE (W-IDX) TO JOBS-LIGNE
               END-EVALUATE
               WRITE JOBS-LIGNE
               IF F-JO-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE LECTEUR INTERNE : '
                       F-JO-STATUS
                   PERFORM FIN-TRAITEMENT
               END-IF
               ADD 1 TO NB-LIGNES-SOUMISES
               ADD 1 TO W-IDX
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE DEMRPT-KSDS
           CLOSE SQUELETTE-FILE
           CLOSE JOBS-FILE
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'DEMRPSEL - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'DEMANDES LUES             : ' NB-DEMANDES-LUES
           DISPLAY 'DEMANDES LANCEES          : ' NB-DEMANDES-LANCEES
           DISPLAY 'DEMANDES REJETEES         : ' NB-DEMANDES-REJETEES
           DISPLAY 'LIGNES SOUMISES           : ' NB-LIGNES-SOUMISES
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-DEMRPT.
           READ DEMRPT-KSDS NEXT RECORD
               AT END
                   SET FIN-DEMRPT TO TRUE
               NOT AT END
                   SET NON-FIN-DEMRPT TO TRUE
           END-READ
           .

       LECTURE-ENRG-SQUELETTE.
           READ SQUELETTE-FILE
               AT END
                   SET FIN-SQUELETTE TO TRUE
               NOT AT END
                   SET NON-FIN-SQUELETTE TO TRUE
           END-READ
           .
