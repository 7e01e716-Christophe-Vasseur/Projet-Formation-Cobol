      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      BATCH DE VERIFICATION DE LA CHAINE D INTEGRITE DE         *
      *      HISTOG1 (CF HISTORIQ.cpy ET HISTCHN.cpy)                  *
      *                                                                *
      *      PARCOURT LES ARCHIVES DE HISTOG1 (DDHISARC, GENERATIONS   *
      *      ARCHVPRG CONCATENEES DE LA PLUS ANCIENNE A LA PLUS        *
      *      RECENTE, DUMMY SI AUCUNE) PUIS HISTOG1, ET RECALCULE LE   *
      *      SCEAU DE CHAQUE LIGNE A PARTIR DE LA PRECEDENTE. SIGNALE  *
      *      AVEC SA POSITION TOUTE RUPTURE : LIGNES MANQUANTES        *
      *      (SUPPRESSION), RANG EN DOUBLE OU EN DESORDRE (INSERTION), *
      *      LIGNE ALTEREE, LIGNE NON SCELLEE, FIN DE FICHIER EN       *
      *      RETRAIT DE LA TETE DE CHAINE (RUNCTLG1 'HISTOG1'), LIGNE  *
      *      D ANCRAGE DE LA VEILLE ABSENTE OU MODIFIEE                *
      *                                                                *
      *      UN PASSAGE SANS ANOMALIE ECRIT L ANCRE DU JOUR (RANG ET   *
      *      SCEAU DE LA DERNIERE LIGNE) SUR LA LIGNE 'HISTVERI' DE    *
      *      RUNCTLG1 ; UN PASSAGE EN ANOMALIE Y POSE LE STATUT 'N'    *
      *      SANS AVANCER L ANCRE, ET DEPOSE UNE EXCEPTION CRITIQUE    *
      *      PAR RUPTURE DANS LA BOITE DES EXCEPTIONS (APIG1DM5).      *
      *      A LANCER HORS OUVERTURE DU TEMPS REEL                     *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTVERI.
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

      *    ARCHIVES DE HISTOG1 PRODUITES PAR ARCHVPRG DEPUIS LE
      *    SCELLEMENT INITIAL (HISTCHMG), DANS L ORDRE D ARCHIVAGE
           SELECT HISARC-FILE
               ASSIGN TO DDHISARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-HA-STATUS
               .

      *    HISTOG1 EST UN FICHIER EN SEQUENCE D ENTREE -- LU ICI DANS
      *    L ORDRE D ECRITURE, QUI EST L ORDRE DE LA CHAINE
           SELECT HISTORIQ-FILE
               ASSIGN TO DDHISTOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-HI-STATUS
               .

      *    TETE DE CHAINE ('HISTOG1') ET ANCRE QUOTIDIENNE ('HISTVERI')
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
               .

      *    BOITE DES EXCEPTIONS DE BATCH (CF EXCEPTIO.cpy)
           SELECT EXCEPT-KSDS
               ASSIGN TO DDEXCEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EX-CLE
               FILE STATUS F-EX-STATUS
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

      *    LES LIGNES SONT LUES DANS E-HISTORIQ (WORKING-STORAGE), LA
      *    COPIE HISTORIQ PORTANT UN NIVEAU 77 INTERDIT EN SECTION
      *    FICHIER
       FD HISARC-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISARC
           .

       01 E-HISARC                 PIC X(185).

       FD HISTORIQ-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTO-F
           .

       01 E-HISTO-F                PIC X(185).

      *    F-RUNCTRL PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RUNCTRL
           .

       01 E-RUNCTRL.
           05 RC-JOB-NAME           PIC X(08).
           05 RC-DATE-EXEC          PIC 9(08).
           05 RC-HEURE-EXEC         PIC X(08).
           05 RC-STATUT             PIC X(01).
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
           05 RC-CHAINE-NUM         PIC 9(09).
           05 RC-CHAINE-SCELLE      PIC X(16).
           05 FILLER                PIC X(30).

       FD EXCEPT-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-EXCEPTN
           .

       COPY EXCEPTIO.

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * BOITE DES EXCEPTIONS DE BATCH -- CF EXCEPTIO.cpy ET
      * SIGNALER-EXCEPTION (L OUVERTURE EST FAITE A LA PREMIERE
      * EXCEPTION, UN PASSAGE SANS ANOMALIE NE TOUCHE PAS AU FICHIER)
       77 F-EX-STATUS              PIC X(02) VALUE '00'.
       77 W-EX-DATE-JOUR           PIC 9(08).
       77 W-EX-SEQ                 PIC 9(04) VALUE ZERO.
       01 W-EX-OUVERT-SW           PIC X(01) VALUE 'N'.
           88 EXC-FICHIER-OUVERT       VALUE 'Y'.
           88 EXC-FICHIER-FERME        VALUE 'N'.
       01 W-EX-ECRITE-SW           PIC X(01) VALUE 'N'.
           88 EXC-ECRITE                VALUE 'Y'.
           88 EXC-NON-ECRITE            VALUE 'N'.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-HA-STATUS              PIC X(02) VALUE '00'.
       77 F-HI-STATUS              PIC X(02) VALUE '00'.
       77 F-RC-STATUS              PIC X(02) VALUE '00'.

       COPY HISTORIQ.
       COPY HISTCHN.

      * DATE ET HEURE DU PASSAGE, POUR L ANCRE
       77 W-DATE-JOUR              PIC 9(08).
       77 W-HEURE-JOUR             PIC X(08).

      * POSITION DE LA LIGNE COURANTE -- FICHIER LU ET RANG DE LA
      * LIGNE DANS CE FICHIER (1 = PREMIERE LIGNE)
       01 W-POSITION.
           05 W-POS-FICHIER        PIC X(08).
           05 FILLER               PIC X(01) VALUE '/'.
           05 W-POS-LIGNE          PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.

      * ETAT DE LA CHAINE EN COURS DE PARCOURS -- RANG ATTENDU DE LA
      * LIGNE SUIVANTE ; LE SCEAU DE LA LIGNE PRECEDENTE EST DANS
      * W-HC-PRECEDENT
       77 W-RANG-ATTENDU           PIC 9(09) VALUE ZERO.
       77 W-RANG-DEBUT             PIC 9(09) VALUE ZERO.
       77 W-NB-ECART               PIC 9(09) VALUE ZERO.
       01 CHAINE-IND               PIC 9 VALUE 2.
           88 CHAINE-DEMARREE          VALUE 1.
           88 CHAINE-NON-DEMARREE      VALUE 2.

      * TETE DE CHAINE ET ANCRE DE LA VEILLE LUES DANS RUNCTLG1
       77 W-TETE-NUM               PIC 9(09) VALUE ZERO.
       77 W-TETE-SCELLE            PIC X(16) VALUE SPACES.
       01 TETE-IND                 PIC 9 VALUE 2.
           88 TETE-PRESENTE            VALUE 1.
           88 TETE-ABSENTE             VALUE 2.
       77 W-ANCRE-NUM              PIC 9(09) VALUE ZERO.
       77 W-ANCRE-SCELLE           PIC X(16) VALUE SPACES.
       01 ANCRE-IND                PIC 9 VALUE 2.
           88 ANCRE-PRESENTE           VALUE 1.
           88 ANCRE-ABSENTE            VALUE 2.
           88 ANCRE-CONTROLEE          VALUE 3.

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LIGNES-ARCHIVE        PIC 9(09) VALUE ZERO.
       77 NB-LIGNES-HISTO          PIC 9(09) VALUE ZERO.
       77 NB-LIGNES-VERIFIEES      PIC 9(09) VALUE ZERO.
       77 NB-LIGNES-MANQUANTES     PIC 9(09) VALUE ZERO.
       77 NB-RANGS-DESORDRE        PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-ALTEREES       PIC 9(07) VALUE ZERO.
       77 NB-LIGNES-NON-SCELLEES   PIC 9(07) VALUE ZERO.
       77 NB-RUPTURES              PIC 9(07) VALUE ZERO.

      * INDICATEURS DE FIN DE FICHIER
       01 FIN-ARCHIVE-IND          PIC 9.
           88 FIN-ARCHIVE              VALUE 1.
           88 NON-FIN-ARCHIVE          VALUE 2.
       01 FIN-HISTO-IND            PIC 9.
           88 FIN-HISTO                VALUE 1.
           88 NON-FIN-HISTO            VALUE 2.

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
           SET FIN-ARCHIVE TO TRUE
           SET FIN-HISTO   TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           OPEN INPUT HISARC-FILE
           IF F-HA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE ARCHIVES HISTORIQUE'
               DISPLAY 'CODE ERREUR = ' F-HA-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN INPUT HISTORIQ-FILE
           IF F-HI-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER HISTORIQUE'
               DISPLAY 'CODE ERREUR = ' F-HI-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LIRE-TETE-ET-ANCRE
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'HISTVERI - VERIFICATION DE LA CHAINE HISTOG1'
           DISPLAY '---------------------------------------------'

           MOVE 'ARCHIVE' TO W-POS-FICHIER
           MOVE ZERO      TO W-POS-LIGNE
           PERFORM LECTURE-ENRG-ARCHIVE
           PERFORM UNTIL FIN-ARCHIVE
               ADD 1 TO NB-LIGNES-ARCHIVE
               PERFORM CONTROLER-LIGNE
               PERFORM LECTURE-ENRG-ARCHIVE
           END-PERFORM

           MOVE 'HISTOG1' TO W-POS-FICHIER
           MOVE ZERO      TO W-POS-LIGNE
           PERFORM LECTURE-ENRG-HISTO
           PERFORM UNTIL FIN-HISTO
               ADD 1 TO NB-LIGNES-HISTO
               PERFORM CONTROLER-LIGNE
               PERFORM LECTURE-ENRG-HISTO
           END-PERFORM

           PERFORM CONTROLER-FIN-DE-CHAINE
           PERFORM ENREGISTRER-ANCRE

           PERFORM FIN-TRAITEMENT
           .

       LIRE-TETE-ET-ANCRE.
           MOVE 'HISTOG1' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   SET TETE-ABSENTE TO TRUE
               NOT INVALID KEY
                   SET TETE-PRESENTE TO TRUE
                   MOVE RC-CHAINE-NUM    TO W-TETE-NUM
                   MOVE RC-CHAINE-SCELLE TO W-TETE-SCELLE
           END-READ
           MOVE 'HISTVERI' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   SET ANCRE-ABSENTE TO TRUE
               NOT INVALID KEY
                   SET ANCRE-PRESENTE TO TRUE
                   MOVE RC-CHAINE-NUM    TO W-ANCRE-NUM
                   MOVE RC-CHAINE-SCELLE TO W-ANCRE-SCELLE
           END-READ
           .

      *    CONTROLE D UNE LIGNE PAR RAPPORT A LA PRECEDENTE. APRES UNE
      *    RUPTURE, LE PARCOURS REPART DU SCEAU PORTE PAR LA LIGNE EN
      *    COURS, POUR QU UNE SEULE ALTERATION NE SOIT PAS SIGNALEE SUR
      *    TOUTE LA SUITE DE LA CHAINE
       CONTROLER-LIGNE.
           EVALUATE TRUE
               WHEN HI-NUM-CHAINE NOT NUMERIC
                       OR HI-NUM-CHAINE = ZERO
                   ADD 1 TO NB-LIGNES-NON-SCELLEES
                   MOVE 'HISNONSC' TO EX-CODE
                   PERFORM SIGNALER-RUPTURE
               WHEN CHAINE-NON-DEMARREE
                   PERFORM DEMARRER-CHAINE
               WHEN HI-NUM-CHAINE > W-RANG-ATTENDU
                   COMPUTE W-NB-ECART = HI-NUM-CHAINE - W-RANG-ATTENDU
                   ADD W-NB-ECART TO NB-LIGNES-MANQUANTES
                   DISPLAY '   ' W-NB-ECART ' LIGNE(S) MANQUANTE(S) '
                       'A PARTIR DU RANG ' W-RANG-ATTENDU
                   MOVE 'HISMANQ' TO EX-CODE
                   PERFORM SIGNALER-RUPTURE
                   PERFORM AVANCER-CHAINE
               WHEN HI-NUM-CHAINE < W-RANG-ATTENDU
                   ADD 1 TO NB-RANGS-DESORDRE
                   MOVE 'HISORDRE' TO EX-CODE
                   PERFORM SIGNALER-RUPTURE
                   PERFORM AVANCER-CHAINE
               WHEN OTHER
                   MOVE E-HISTORIQ (1:169) TO W-HC-CONTENU
                   PERFORM SCELLER-LIGNE
                   IF W-HC-SCELLE NOT = HI-SCELLE
                       ADD 1 TO NB-LIGNES-ALTEREES
                       MOVE 'HISALTER' TO EX-CODE
                       PERFORM SIGNALER-RUPTURE
                   ELSE
                       ADD 1 TO NB-LIGNES-VERIFIEES
                   END-IF
                   PERFORM AVANCER-CHAINE
           END-EVALUATE
           .

      *    LA PREMIERE LIGNE SCELLEE DOIT ETRE LE RANG 1, CALCULE
      *    DEPUIS LE SCEAU ORIGINE. SANS LES ARCHIVES ANTERIEURES, LA
      *    CHAINE NE PEUT ETRE PROUVEE QU A PARTIR DE LA PREMIERE LIGNE
      *    PRESENTE, QUI EST ALORS ACCEPTEE TELLE QUELLE
       DEMARRER-CHAINE.
           SET CHAINE-DEMARREE TO TRUE
           MOVE HI-NUM-CHAINE TO W-RANG-DEBUT
           IF HI-NUM-CHAINE = 1
               MOVE W-HC-SCELLE-ORIGINE TO W-HC-PRECEDENT
               MOVE 1 TO W-RANG-ATTENDU
               MOVE E-HISTORIQ (1:169) TO W-HC-CONTENU
               PERFORM SCELLER-LIGNE
               IF W-HC-SCELLE NOT = HI-SCELLE
                   ADD 1 TO NB-LIGNES-ALTEREES
                   MOVE 'HISALTER' TO EX-CODE
                   PERFORM SIGNALER-RUPTURE
               ELSE
                   ADD 1 TO NB-LIGNES-VERIFIEES
               END-IF
           ELSE
               DISPLAY '   CHAINE VERIFIEE A PARTIR DU RANG '
                   HI-NUM-CHAINE ' (' W-POSITION ')'
               ADD 1 TO NB-LIGNES-VERIFIEES
           END-IF
           PERFORM AVANCER-CHAINE
           .

      *    LA LIGNE COURANTE DEVIENT LA PRECEDENTE ; LA LIGNE ANCREE LA
      *    VEILLE DOIT AVOIR GARDE SON SCEAU
       AVANCER-CHAINE.
           COMPUTE W-RANG-ATTENDU = HI-NUM-CHAINE + 1
           MOVE HI-SCELLE TO W-HC-PRECEDENT
           IF ANCRE-PRESENTE AND HI-NUM-CHAINE = W-ANCRE-NUM
               IF HI-SCELLE NOT = W-ANCRE-SCELLE
                   MOVE 'HISANCRE' TO EX-CODE
                   PERFORM SIGNALER-RUPTURE
               END-IF
               SET ANCRE-CONTROLEE TO TRUE
           END-IF
           .

      *    LA DERNIERE LIGNE LUE DOIT ETRE LA TETE DE CHAINE TENUE PAR
      *    LES ECRIVAINS ; L ANCRE DE LA VEILLE, SI ELLE EST DANS LA
      *    PARTIE PARCOURUE, DOIT AVOIR ETE RENCONTREE
       CONTROLER-FIN-DE-CHAINE.
           MOVE 'FIN'  TO W-POS-FICHIER
           MOVE ZERO   TO W-POS-LIGNE
           MOVE ZERO   TO HI-NUM-CHAINE
           IF TETE-PRESENTE
               IF W-TETE-NUM NOT = W-RANG-ATTENDU - 1
                       OR (W-TETE-NUM > ZERO
                           AND W-TETE-SCELLE NOT = W-HC-PRECEDENT)
                   DISPLAY '   TETE DE CHAINE AU RANG ' W-TETE-NUM
                       ', DERNIERE LIGNE LUE AU RANG '
                       W-RANG-ATTENDU
                   MOVE W-TETE-NUM TO HI-NUM-CHAINE
                   MOVE 'HISFIN' TO EX-CODE
                   PERFORM SIGNALER-RUPTURE
               END-IF
           ELSE
               DISPLAY '   TETE DE CHAINE ABSENTE DE RUNCTLG1'
               MOVE 'HISTETE' TO EX-CODE
               PERFORM SIGNALER-RUPTURE
           END-IF
           IF ANCRE-PRESENTE AND W-ANCRE-NUM >= W-RANG-DEBUT
               MOVE W-ANCRE-NUM TO HI-NUM-CHAINE
               MOVE 'HISANCRE' TO EX-CODE
               PERFORM SIGNALER-RUPTURE
           END-IF
           .

      *    ANCRE DU JOUR -- AVANCEE AU DERNIER RANG VERIFIE SI LA
      *    CHAINE EST INTACTE, LAISSEE EN PLACE (STATUT 'N') SINON
       ENREGISTRER-ANCRE.
           MOVE 'HISTVERI'   TO RC-JOB-NAME
           MOVE W-DATE-JOUR  TO RC-DATE-EXEC
           MOVE W-HEURE-JOUR TO RC-HEURE-EXEC
           IF NB-RUPTURES = ZERO
               SET RC-STATUT-OK TO TRUE
               COMPUTE RC-CHAINE-NUM = W-RANG-ATTENDU - 1
               MOVE W-HC-PRECEDENT TO RC-CHAINE-SCELLE
           ELSE
               SET RC-STATUT-KO TO TRUE
               MOVE W-ANCRE-NUM    TO RC-CHAINE-NUM
               MOVE W-ANCRE-SCELLE TO RC-CHAINE-SCELLE
           END-IF
           IF ANCRE-ABSENTE
               WRITE E-RUNCTRL
           ELSE
               REWRITE E-RUNCTRL
           END-IF
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR ECRITURE ANCRE HISTVERI'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           END-IF
           .

      *    RUPTURE DE CHAINE -- AFFICHEE AVEC SA POSITION ET DEPOSEE EN
      *    EXCEPTION CRITIQUE ; L APPELANT A POSE EX-CODE
       SIGNALER-RUPTURE.
           ADD 1 TO NB-RUPTURES
           DISPLAY 'RUPTURE ' EX-CODE ' POSITION ' W-POSITION
               ' RANG ' HI-NUM-CHAINE
           MOVE '1'        TO EX-GRAVITE
           MOVE W-POSITION TO EX-REF
           PERFORM SIGNALER-EXCEPTION
           .

      *    CALCUL DU SCEAU CHAINE (CF HISTCHN.cpy -- PARAGRAPHE REPRIS
      *    A L IDENTIQUE DANS PGMG1VHC, DISTFUSN, GENRCODE ET CODECNV)
       SCELLER-LIGNE.
           MOVE W-HC-PREC-1 TO W-HC-CUMUL-1
           MOVE W-HC-PREC-2 TO W-HC-CUMUL-2
           PERFORM VARYING W-HC-I FROM 1 BY 1
                   UNTIL W-HC-I > W-HC-LONGUEUR
               COMPUTE W-HC-CUMUL-1 = W-HC-CUMUL-1 * 33
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1)) * W-HC-I
               COMPUTE W-HC-CUMUL-2 = W-HC-CUMUL-2 * 131
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1))
           END-PERFORM
           .

       FIN-TRAITEMENT.
           IF EXC-FICHIER-OUVERT
               CLOSE EXCEPT-KSDS
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE HISARC-FILE
           CLOSE HISTORIQ-FILE
           CLOSE RUNCTRL-KSDS
           STOP RUN
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'HISTVERI - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES ARCHIVES LUES      : ' NB-LIGNES-ARCHIVE
           DISPLAY 'LIGNES HISTOG1 LUES       : ' NB-LIGNES-HISTO
           DISPLAY 'LIGNES VERIFIEES          : ' NB-LIGNES-VERIFIEES
           DISPLAY 'LIGNES MANQUANTES         : ' NB-LIGNES-MANQUANTES
           DISPLAY 'RANGS EN DOUBLE/DESORDRE  : ' NB-RANGS-DESORDRE
           DISPLAY 'LIGNES ALTEREES           : ' NB-LIGNES-ALTEREES
           DISPLAY 'LIGNES NON SCELLEES       : '
               NB-LIGNES-NON-SCELLEES
           DISPLAY 'RUPTURES DE CHAINE        : ' NB-RUPTURES
           IF NB-RUPTURES = ZERO
               DISPLAY 'CHAINE INTACTE, ANCRE DU JOUR AU RANG '
                   RC-CHAINE-NUM
           ELSE
               DISPLAY 'CHAINE ROMPUE, ANCRE MAINTENUE AU RANG '
                   W-ANCRE-NUM
           END-IF
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-ARCHIVE.
           READ HISARC-FILE INTO E-HISTORIQ
               AT END
                   SET FIN-ARCHIVE TO TRUE
               NOT AT END
                   SET NON-FIN-ARCHIVE TO TRUE
                   ADD 1 TO W-POS-LIGNE
           END-READ
           .

       LECTURE-ENRG-HISTO.
           READ HISTORIQ-FILE INTO E-HISTORIQ
               AT END
                   SET FIN-HISTO TO TRUE
               NOT AT END
                   SET NON-FIN-HISTO TO TRUE
                   ADD 1 TO W-POS-LIGNE
           END-READ
           .

      *    DEPOSE L EXCEPTION COURANTE DANS LA BOITE (CF EXCEPTIO.cpy)
      *    -- L APPELANT A DEJA POSE EX-GRAVITE, EX-CODE ET EX-REF ;
      *    LES COLLISIONS DE CLE DANS LA JOURNEE SONT DEDOUBLONNEES
      *    PAR LE RANG EX-SEQ
       SIGNALER-EXCEPTION.
           IF EXC-FICHIER-FERME
               ACCEPT W-EX-DATE-JOUR FROM DATE YYYYMMDD
               OPEN I-O EXCEPT-KSDS
               IF F-EX-STATUS NOT = ZERO
                   DISPLAY 'ERREUR OUVERTURE BOITE DES EXCEPTIONS'
                   DISPLAY 'CODE ERREUR = ' F-EX-STATUS
               ELSE
                   SET EXC-FICHIER-OUVERT TO TRUE
               END-IF
           END-IF
           IF EXC-FICHIER-OUVERT
               MOVE W-EX-DATE-JOUR TO EX-DATE
               MOVE 'HISTVERI' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
                   UNTIL EXC-ECRITE OR W-EX-SEQ > 9998
           END-IF
           .

       TENTER-ECRITURE-EXC.
           MOVE W-EX-SEQ TO EX-SEQ
           WRITE E-EXCEPTN
               INVALID KEY
                   ADD 1 TO W-EX-SEQ
               NOT INVALID KEY
                   SET EXC-ECRITE TO TRUE
           END-WRITE
           .
