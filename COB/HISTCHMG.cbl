      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      SCELLEMENT INITIAL DE HISTOG1 (CF HISTORIQ.cpy ET         *
      *      HISTCHN.cpy)                                              *
      *                                                                *
      *      PASSE UNIQUE DE MISE EN PLACE DU CHAINAGE : LE VIDAGE DE  *
      *      HISTOG1 A L ANCIEN DESSIN (145 CARACTERES) EST RECOPIE    *
      *      AU NOUVEAU DESSIN, CHAQUE LIGNE RECEVANT SON RANG ET SON  *
      *      SCEAU DANS L ORDRE D ENTREE, ET LA TETE DE CHAINE EST     *
      *      CREEE DANS RUNCTLG1 (LIGNE 'HISTOG1'). L ETAPE VSAM       *
      *      RECHARGE ENSUITE HISTOG1 A PARTIR DE DDHISNEU.            *
      *      NON RELANCABLE : SI LA TETE DE CHAINE EXISTE DEJA, LE     *
      *      TRAITEMENT EST REFUSE, UN NOUVEAU SCELLEMENT EFFACERAIT   *
      *      LA TRACE D UNE ALTERATION                                 *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCHMG.
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

      *    VIDAGE DE HISTOG1 A L ANCIEN DESSIN, DANS L ORDRE D ENTREE
           SELECT HISANC-FILE
               ASSIGN TO DDHISANC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-HA-STATUS
               .

      *    LIGNES SCELLEES AU NOUVEAU DESSIN, A RECHARGER DANS HISTOG1
           SELECT HISNEU-FILE
               ASSIGN TO DDHISNEU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS F-HN-STATUS
               .

           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
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

       FD HISANC-FILE
           RECORD 145 CHARACTERS
           DATA RECORD IS E-HISANC
           .

       01 E-HISANC                 PIC X(145).

      *    MEME DESSIN QUE E-HISTORIQ (CF HISTORIQ.cpy, DONT LE
      *    NIVEAU 77 EST INTERDIT EN SECTION FICHIER)
       FD HISNEU-FILE
           RECORD 170 CHARACTERS
           DATA RECORD IS E-HISNEU
           .

       01 E-HISNEU.
           05 HI-CONTENU-ANCIEN    PIC X(145).
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).

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

      * -------------------------------------------------------------- *
      *                                                                *
      *                    WORKING-STORAGE SECTION                     *
      *                                                                *
      * -------------------------------------------------------------- *

       WORKING-STORAGE SECTION.

      * CODES DE RETOUR DE LECTURE / ECRITURE DES FICHIERS
       77 F-HA-STATUS              PIC X(02) VALUE '00'.
       77 F-HN-STATUS              PIC X(02) VALUE '00'.
       77 F-RC-STATUS              PIC X(02) VALUE '00'.

       COPY HISTCHN.

      * DATE ET HEURE DU PASSAGE, POUR LA TETE DE CHAINE
       77 W-DATE-JOUR              PIC 9(08).
       77 W-HEURE-JOUR             PIC X(08).

      * COMPTEURS POUR LE RAPPORT DE FIN DE TRAITEMENT
       77 NB-LUS                   PIC 9(09) VALUE ZERO.
       77 NB-SCELLES               PIC 9(09) VALUE ZERO.

      * INDICATEUR DE FIN DE FICHIER
       01 FIN-HISANC-IND           PIC 9.
           88 FIN-HISANC               VALUE 1.
           88 NON-FIN-HISANC           VALUE 2.

      * INDICATEUR D OUVERTURE DE LA TETE DE CHAINE, QUI N EST CREEE
      * QU EN FIN DE PASSAGE NORMAL
       01 TETE-CHAINE-IND          PIC 9 VALUE 2.
           88 TETE-A-CREER             VALUE 1.
           88 TETE-NON-CREEE           VALUE 2.

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
           SET FIN-HISANC TO TRUE
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT W-HEURE-JOUR FROM TIME
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
      *    UNE TETE DE CHAINE EXISTANTE SIGNIFIE QUE HISTOG1 EST DEJA
      *    SCELLE -- LE SCELLEMENT INITIAL N EST PAS REJOUE
           MOVE 'HISTOG1' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   SET TETE-A-CREER TO TRUE
               NOT INVALID KEY
                   DISPLAY 'HISTOG1 DEJA SCELLE, RANG ' RC-CHAINE-NUM
                       ' -- TRAITEMENT ABANDONNE'
                   PERFORM FIN-TRAITEMENT
           END-READ
           OPEN INPUT HISANC-FILE
           IF F-HA-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE VIDAGE HISTORIQUE'
               DISPLAY 'CODE ERREUR = ' F-HA-STATUS
               SET TETE-NON-CREEE TO TRUE
               PERFORM FIN-TRAITEMENT
           END-IF
           OPEN OUTPUT HISNEU-FILE
           IF F-HN-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE HISTORIQUE SCELLE'
               DISPLAY 'CODE ERREUR = ' F-HN-STATUS
               SET TETE-NON-CREEE TO TRUE
               PERFORM FIN-TRAITEMENT
           END-IF
           .

       TRAITEMENT-PRINCIPAL.

           DISPLAY '---------------------------------------------'
           DISPLAY 'HISTCHMG - SCELLEMENT INITIAL DE HISTOG1'
           DISPLAY '---------------------------------------------'

           MOVE SPACES              TO E-RUNCTRL
           MOVE 'HISTOG1'           TO RC-JOB-NAME
           MOVE ZERO                TO RC-CHAINE-NUM
           MOVE W-HC-SCELLE-ORIGINE TO RC-CHAINE-SCELLE

           PERFORM LECTURE-ENRG-HISANC

           PERFORM UNTIL FIN-HISANC
               PERFORM SCELLER-HISTO
               PERFORM LECTURE-ENRG-HISANC
           END-PERFORM

           PERFORM FIN-TRAITEMENT
           .

      *    LA LIGNE GARDE SON CONTENU A L IDENTIQUE ; LE RANG ET LE
      *    SCEAU SONT AJOUTES EN FIN D ENREGISTREMENT
       SCELLER-HISTO.
           MOVE E-HISANC            TO HI-CONTENU-ANCIEN
           ADD 1 TO RC-CHAINE-NUM
           MOVE RC-CHAINE-NUM       TO HI-NUM-CHAINE
           MOVE RC-CHAINE-SCELLE    TO W-HC-PRECEDENT
           MOVE E-HISNEU (1:154)    TO W-HC-CONTENU
           PERFORM SCELLER-LIGNE
           MOVE W-HC-SCELLE         TO HI-SCELLE
           MOVE W-HC-SCELLE         TO RC-CHAINE-SCELLE
           WRITE E-HISNEU
           ADD 1 TO NB-SCELLES
           .

      *    CALCUL DU SCEAU CHAINE (CF HISTCHN.cpy -- PARAGRAPHE REPRIS
      *    A L IDENTIQUE DANS PGMG1VHC, DISTFUSN, GENRCODE ET HISTVERI)
       SCELLER-LIGNE.
           MOVE W-HC-PREC-1 TO W-HC-CUMUL-1
           MOVE W-HC-PREC-2 TO W-HC-CUMUL-2
           PERFORM VARYING W-HC-I FROM 1 BY 1
                   UNTIL W-HC-I > 154
               COMPUTE W-HC-CUMUL-1 = W-HC-CUMUL-1 * 33
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1)) * W-HC-I
               COMPUTE W-HC-CUMUL-2 = W-HC-CUMUL-2 * 131
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1))
           END-PERFORM
           .

      *    LA TETE DE CHAINE N EST CREEE QU APRES UN PASSAGE COMPLET
      *    -- UN INCIDENT EN COURS DE COPIE PERMET DE RELANCER
       FIN-TRAITEMENT.
           IF TETE-A-CREER
               PERFORM CREER-TETE-CHAINE
           END-IF
           PERFORM EDITER-RAPPORT
           CLOSE HISANC-FILE
           CLOSE HISNEU-FILE
           CLOSE RUNCTRL-KSDS
           STOP RUN
           .

       CREER-TETE-CHAINE.
           MOVE W-DATE-JOUR  TO RC-DATE-EXEC
           MOVE W-HEURE-JOUR TO RC-HEURE-EXEC
           SET RC-STATUT-OK  TO TRUE
           WRITE E-RUNCTRL
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR CREATION TETE DE CHAINE HISTOG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           END-IF
           .

       EDITER-RAPPORT.
           DISPLAY '---------------------------------------------'
           DISPLAY 'HISTCHMG - RAPPORT DE FIN DE TRAITEMENT'
           DISPLAY 'LIGNES LUES               : ' NB-LUS
           DISPLAY 'LIGNES SCELLEES           : ' NB-SCELLES
           DISPLAY 'RANG DE TETE DE CHAINE    : ' RC-CHAINE-NUM
           DISPLAY 'SCEAU DE TETE DE CHAINE   : ' RC-CHAINE-SCELLE
           DISPLAY '---------------------------------------------'
           .

       LECTURE-ENRG-HISANC.
           READ HISANC-FILE
               AT END
                   SET FIN-HISANC TO TRUE
               NOT AT END
                   SET NON-FIN-HISANC TO TRUE
                   ADD 1 TO NB-LUS
           END-READ
           .
