      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DE CONSULTATION DES ETATS BATCH ARCHIVES (ETATG1,   *
      *      CF ETATARC.cpy, ALIMENTE PAR ETATARCH)                    *
      *                                                                *
      *      ACTION 'L' : LISTE DES EXECUTIONS D UN ETAT, LES PLUS     *
      *      RECENTES D ABORD, A PARTIR DE LA DATE SAISIE (A BLANC,    *
      *      LA DERNIERE) ; ACTION 'A' : AFFICHAGE DE LA PAGE SAISIE   *
      *      D UNE EXECUTION (HEURE A BLANC = DERNIERE EXECUTION DU    *
      *      JOUR), PUIS DEFILEMENT PAR PF7/PF8 D UNE PAGE A L AUTRE.  *
      *      LA COLONNE SAISIE DECALE LA FENETRE DE 79 CARACTERES SUR  *
      *      LES 132 DE L ETAT. L ACCES A UNE EXECUTION SUIT LE DROIT  *
      *      DE CONSULTATION DE L OPERATEUR SUR L ECRAN QUI COUVRE LES *
      *      DONNEES DE L ETAT (EA-ECRAN-ACCES, CF PGMG1VRO)           *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DM8.
       AUTHOR. EDR.
       DATE-WRITTEN. 15/10/26.

      * ============================================================== *
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      * ============================================================== *

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY DFHAID.
       COPY DFHBMSCA.
       COPY MBLG1M8.
       COPY APIG1DWK.
       COPY ETATARC.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1M8'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1M8'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DM8'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

       01 W-EA-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-OK         VALUE 0.
           88 CICS-RESP-NOTFND     VALUE 13.
           88 CICS-RESP-FINFIC     VALUE 20.
       01 W-EA-RC-CICS-2       PIC S9(04) COMP.
       77 SCAN-GARDE-FOU       PIC 9(05) VALUE 2000.
       77 J                    PIC 9(05) VALUE 0.
       77 I                    PIC 9(02) VALUE 0.
       77 LIST-H               PIC 9(02) VALUE 15.
       77 NB-REFUSES           PIC 9(02) VALUE 0.

      *    CLE DE POSITIONNEMENT DU PARCOURS (MEME DECOUPAGE QUE EA-CLE)
       01 W-RID.
           05 W-RID-EXECUTION.
               10 W-RID-ETAT           PIC X(08).
               10 W-RID-DATE           PIC X(08).
               10 W-RID-HEURE          PIC X(06).
           05 W-RID-PAGE               PIC 9(05).
           05 W-RID-LIGNE              PIC 9(03).
      *    BORNE HAUTE DE LA LISTE (ETAT + DATE SAISIE + FIN DE JOUR)
       01 W-CLE-MAX                PIC X(30).

      *    POSITION DE L AFFICHAGE, CONSERVEE D UN ECHANGE A L AUTRE
      *    DANS FST-KEY (EXECUTION + COLONNE) ET LST-KEY (PAGE ET LIGNE
      *    DE LA PREMIERE LIGNE AFFICHEE, NOMBRE DE PAGES, PAGE ET
      *    LIGNE DE LA LIGNE QUI SUIT L ECRAN -- ZERO SI FIN D ETAT)
       01 W-POS-EXEC.
           05 W-PO-EXECUTION           PIC X(22).
           05 W-PO-COLONNE             PIC 9(03).
       01 W-POS-PAGE.
           05 W-PO-PAGE                PIC 9(05).
           05 W-PO-LIGNE               PIC 9(03).
           05 W-PO-NB-PAGES            PIC 9(05).
           05 W-PO-SUIV-PAGE           PIC 9(05).
           05 W-PO-SUIV-LIGNE          PIC 9(03).
           05 FILLER                   PIC X(04).

      *    SAISIES CONTROLEES
       77 W-PAGE-DEMANDEE      PIC 9(05) VALUE 0.
       77 W-COLONNE            PIC 9(03) VALUE 1.
       01 W-SAISIE-SW          PIC X(01).
           88 SAISIE-OK            VALUE 'O'.
           88 SAISIE-KO            VALUE 'N'.
       01 W-DESC-SW            PIC X(01).
           88 DESC-TROUVE          VALUE 'O'.
           88 DESC-NON-TROUVE      VALUE 'N'.

      *    DERNIER ECRAN D ACCES CONTROLE ET SA REPONSE, POUR NE PAS
      *    RAPPELER PGMG1VRO SUR CHAQUE EXECUTION D UN MEME ETAT
       77 W-ECRAN-CONTROLE     PIC X(08) VALUE SPACES.
       77 W-ECRAN-REPONSE      PIC X(01) VALUE SPACES.

      *    LIGNE DE LISTE D UNE EXECUTION
       01 O-EA-EXEC.
           05 O-EA-DATE            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EA-HEURE           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EA-JOB             PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EA-NB-PAGES        PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE ' P '.
           05 O-EA-NB-LIGNES       PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE ' L '.
           05 O-EA-RC-DATE         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EA-RC-STATUT       PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EA-PURGE           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EA-LIBELLE         PIC X(16).

      *    BANDEAU DE LA PAGE AFFICHEE
       01 O-EA-INFO.
           05 O-EI-ETAT            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EI-DATE            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EI-HEURE           PIC X(06).
           05 FILLER               PIC X(06) VALUE ' PAGE '.
           05 O-EI-PAGE            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 O-EI-NB-PAGES        PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE ' COL '.
           05 O-EI-COLONNE         PIC ZZ9.
           05 FILLER               PIC X(05) VALUE ' JOB '.
           05 O-EI-JOB             PIC X(08).
           05 FILLER               PIC X(08) VALUE ' RUNCTL '.
           05 O-EI-RC-DATE         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-EI-RC-STATUT       PIC X(01).

      * SOUS-PARAGRAPHES

       LINKAGE SECTION.

       01 DFHCOMMAREA.
           05 LK-COMM-AREA PIC X(1024).

      * ============================================================== *
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      * ============================================================== *

       PROCEDURE DIVISION.

       P-MAIN.
           MOVE DFHRESP(MAPFAIL) TO RC-MAPFAIL.
           PERFORM P-BRWS-MAIN
           .

       COPY APIG1DPC.

      * -------------------------------------------------------------- *
      *                                                                *
      *                        SOUS-PARAGRAPHES                        *
      *                                                                *
      * -------------------------------------------------------------- *

       P-ON-LAND.
           MOVE SPACES TO FST-KEY
           MOVE SPACES TO LST-KEY
           .

       P-ON-INIT.
           EXIT
           .

      *    A L ARRIVEE D UN AUTRE ECRAN, FST-KEY ET LST-KEY PORTENT LA
      *    POSITION DE CET AUTRE ECRAN : ELLE EST OUBLIEE. PF7/PF8
      *    DEFILENT LA PAGE AFFICHEE
       P-ON-DISPLAY.
           MOVE 'DM8001' TO W-TITRE-ID
           MOVE 'CONSULTATION DES ETATS ARCHIVES'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           IF PREV-PGM NOT = PGM-NAME AND NOT RCVY-REDISPLAY
               MOVE SPACES TO FST-KEY
               MOVE SPACES TO LST-KEY
           END-IF
           MOVE FST-KEY TO W-POS-EXEC
           MOVE LST-KEY TO W-POS-PAGE
           EVALUATE TRUE
               WHEN W-PO-EXECUTION = SPACES
                   IF SCROLL-DOWN OR SCROLL-UP
                       MOVE 'DM8002' TO W-MSG-ID
                       MOVE 'AUCUNE PAGE AFFICHEE' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   END-IF
               WHEN SCROLL-DOWN
                   PERFORM P-DEFILER-AVANT
               WHEN SCROLL-UP
                   PERFORM P-DEFILER-ARRIERE
               WHEN RCVY-REDISPLAY
                   MOVE W-PO-PAGE  TO W-RID-PAGE
                   MOVE W-PO-LIGNE TO W-RID-LIGNE
                   PERFORM P-AFFICHER-DEPUIS
           END-EVALUATE
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           IF NOT SCROLL-DOWN AND NOT SCROLL-UP
               EVALUATE ACTIONI
                   WHEN 'L'
                       PERFORM P-LISTER-EXECUTIONS
                   WHEN 'A'
                       PERFORM P-AFFICHER-EXECUTION
                   WHEN OTHER
                       MOVE ERR-BAD-CHOICE TO MSGFLDO
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      *  LISTE DES EXECUTIONS DE L ETAT, DE LA PLUS RECENTE A LA PLUS  *
      *  ANCIENNE, A PARTIR DE LA FIN DU JOUR SAISI. LE PARCOURS       *
      *  ARRIERE SAUTE LES LIGNES D UNE EXECUTION EN SE REPOSITIONNANT *
      *  SUR SA LIGNE DESCRIPTIVE (CF P-PRECEDENT-DESCRIPTIF)          *
      *----------------------------------------------------------------*

       P-LISTER-EXECUTIONS.
           PERFORM P-ERASE-LIST
           MOVE SPACES TO INFOO
           MOVE SPACES TO FST-KEY
           MOVE SPACES TO LST-KEY
           IF ETATI = SPACES OR ETATI = LOW-VALUE
               MOVE 'DM8003' TO W-MSG-ID
               MOVE 'NOM D ETAT OBLIGATOIRE' TO MSGFLDO
                                                W-MSG-DEFAUT
           ELSE
               IF DATEI = SPACES OR DATEI = LOW-VALUE
                   MOVE ALL '9' TO DATEI
               END-IF
               IF DATEI IS NOT NUMERIC
                   MOVE 'DM8004' TO W-MSG-ID
                   MOVE 'DATE INVALIDE (AAAAMMJJ)' TO MSGFLDO
                                                      W-MSG-DEFAUT
               ELSE
                   PERFORM P-PARCOURIR-EXECUTIONS
               END-IF
           END-IF
           .

       P-PARCOURIR-EXECUTIONS.
           MOVE ETATI    TO W-RID-ETAT
           MOVE DATEI    TO W-RID-DATE
           MOVE ALL '9'  TO W-RID-HEURE
           MOVE 99999    TO W-RID-PAGE
           MOVE 999      TO W-RID-LIGNE
           MOVE W-RID    TO W-CLE-MAX
           MOVE 0 TO I
           MOVE 0 TO J
           MOVE 0 TO NB-REFUSES
           PERFORM P-CICS-START-BR-FIN
           SET DESC-TROUVE TO TRUE
           PERFORM UNTIL I >= LIST-H
                   OR DESC-NON-TROUVE
                   OR J > SCAN-GARDE-FOU
               PERFORM P-PRECEDENT-DESCRIPTIF
               IF DESC-TROUVE
                   IF EA-ETAT NOT = ETATI
                       SET DESC-NON-TROUVE TO TRUE
                   ELSE
                       PERFORM P-AJOUTER-EXECUTION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM P-CICS-END-BR
           EVALUATE TRUE
               WHEN I = 0 AND NB-REFUSES > 0
                   MOVE ERR-NOT-AUTH TO MSGFLDO
               WHEN I = 0
                   MOVE 'DM8005' TO W-MSG-ID
                   MOVE 'AUCUNE EXECUTION ARCHIVEE POUR CET ETAT'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN I >= LIST-H
                   MOVE 'DM8006' TO W-MSG-ID
                   MOVE 'SUITE : SAISIR UNE DATE PLUS ANCIENNE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DM8007' TO W-MSG-ID
                   MOVE 'PLUS ANCIENNE EXECUTION ATTEINTE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
           END-EVALUATE
           .

      *    REMONTE JUSQU A LA LIGNE DESCRIPTIVE PRECEDENTE, SANS
      *    DEPASSER LA BORNE HAUTE (LE POSITIONNEMENT INITIAL PEUT
      *    TOMBER SUR L ETAT SUIVANT) -- UNE LIGNE D ETAT RENVOIE LE
      *    PARCOURS SUR LA LIGNE DESCRIPTIVE DE SON EXECUTION
       P-PRECEDENT-DESCRIPTIF.
           SET DESC-NON-TROUVE TO TRUE
           MOVE 0 TO W-EA-RC-CICS-1
           PERFORM UNTIL DESC-TROUVE
                   OR NOT CICS-RESP-OK
                   OR J > SCAN-GARDE-FOU
               ADD 1 TO J
               PERFORM P-CICS-READ-PREV
               IF CICS-RESP-OK
                   IF EA-DESCRIPTIF AND EA-CLE NOT > W-CLE-MAX
                       SET DESC-TROUVE TO TRUE
                   ELSE
                       IF EA-LIGNE-ETAT
                           MOVE EA-EXECUTION TO W-RID-EXECUTION
                           MOVE 0            TO W-RID-PAGE
                           MOVE 0            TO W-RID-LIGNE
                           PERFORM P-CICS-RESET-BR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       P-AJOUTER-EXECUTION.
           PERFORM P-CONTROLER-ACCES
           IF HAB-REFUSEE
               ADD 1 TO NB-REFUSES
           ELSE
               MOVE EA-DATE-EXEC      TO O-EA-DATE
               MOVE EA-HEURE-EXEC     TO O-EA-HEURE
               MOVE EA-JOB-NAME       TO O-EA-JOB
               MOVE EA-NB-PAGES       TO O-EA-NB-PAGES
               MOVE EA-NB-LIGNES      TO O-EA-NB-LIGNES
               MOVE EA-RC-DATE-EXEC   TO O-EA-RC-DATE
               MOVE EA-RC-STATUT      TO O-EA-RC-STATUT
               MOVE EA-DATE-PURGE     TO O-EA-PURGE
               MOVE EA-LIBELLE        TO O-EA-LIBELLE
               ADD 1 TO I
               PERFORM P-ALIMENTER-LIGNE-LISTE
           END-IF
           .

       P-ALIMENTER-LIGNE-LISTE.
           EVALUATE I
               WHEN  1 MOVE O-EA-EXEC TO ITEM01O
               WHEN  2 MOVE O-EA-EXEC TO ITEM02O
               WHEN  3 MOVE O-EA-EXEC TO ITEM03O
               WHEN  4 MOVE O-EA-EXEC TO ITEM04O
               WHEN  5 MOVE O-EA-EXEC TO ITEM05O
               WHEN  6 MOVE O-EA-EXEC TO ITEM06O
               WHEN  7 MOVE O-EA-EXEC TO ITEM07O
               WHEN  8 MOVE O-EA-EXEC TO ITEM08O
               WHEN  9 MOVE O-EA-EXEC TO ITEM09O
               WHEN 10 MOVE O-EA-EXEC TO ITEM10O
               WHEN 11 MOVE O-EA-EXEC TO ITEM11O
               WHEN 12 MOVE O-EA-EXEC TO ITEM12O
               WHEN 13 MOVE O-EA-EXEC TO ITEM13O
               WHEN 14 MOVE O-EA-EXEC TO ITEM14O
               WHEN 15 MOVE O-EA-EXEC TO ITEM15O
           END-EVALUATE
           .

      *    DROIT DE CONSULTATION SUR L ECRAN D ACCES DE L EXECUTION
      *    LUE DANS E-ETATARC -- A BLANC, LE DROIT SUR CET ECRAN-CI,
      *    DEJA CONTROLE A L ARRIVEE, SUFFIT
       P-CONTROLER-ACCES.
           EVALUATE TRUE
               WHEN EA-ECRAN-ACCES = SPACES
                   SET HAB-ACCORDEE TO TRUE
               WHEN EA-ECRAN-ACCES = W-ECRAN-CONTROLE
                   MOVE W-ECRAN-REPONSE TO W-HAB-REPONSE
               WHEN OTHER
                   MOVE EA-ECRAN-ACCES TO W-HAB-ECRAN
                   MOVE 'L'            TO W-HAB-FONCTION
                   PERFORM P-PC-HABILITATION
                   MOVE EA-ECRAN-ACCES TO W-ECRAN-CONTROLE
                   MOVE W-HAB-REPONSE  TO W-ECRAN-REPONSE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *  AFFICHAGE D UNE PAGE D UNE EXECUTION -- LA DATE EST           *
      *  OBLIGATOIRE ; SANS HEURE, C EST LA DERNIERE EXECUTION DU JOUR *
      *----------------------------------------------------------------*

       P-AFFICHER-EXECUTION.
           PERFORM P-ERASE-LIST
           MOVE SPACES TO INFOO
           MOVE SPACES TO FST-KEY
           MOVE SPACES TO LST-KEY
           PERFORM P-CONTROLER-SAISIE-PAGE
           IF SAISIE-OK
               PERFORM P-CHERCHER-EXECUTION
           END-IF
           IF SAISIE-OK
               PERFORM P-CONTROLER-ACCES
               IF HAB-REFUSEE
                   MOVE ERR-NOT-AUTH TO MSGFLDO
                   SET SAISIE-KO TO TRUE
               END-IF
           END-IF
           IF SAISIE-OK
               IF W-PAGE-DEMANDEE > EA-NB-PAGES
                   MOVE 'DM8008' TO W-MSG-ID
                   MOVE 'PAGE AU-DELA DE LA FIN DE L ETAT'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               END-IF
           END-IF
           IF SAISIE-OK
               MOVE EA-EXECUTION    TO W-PO-EXECUTION
               MOVE W-COLONNE       TO W-PO-COLONNE
               MOVE EA-NB-PAGES     TO W-PO-NB-PAGES
               MOVE W-PAGE-DEMANDEE TO W-RID-PAGE
               MOVE 1               TO W-RID-LIGNE
               PERFORM P-AFFICHER-DEPUIS
           END-IF
           .

       P-CONTROLER-SAISIE-PAGE.
           SET SAISIE-OK TO TRUE
           IF PAGEI = SPACES OR PAGEI = LOW-VALUE
               MOVE '00001' TO PAGEI
           END-IF
           IF COLI = SPACES OR COLI = LOW-VALUE
               MOVE '001' TO COLI
           END-IF
           IF HEUREI = LOW-VALUE
               MOVE SPACES TO HEUREI
           END-IF
           EVALUATE TRUE
               WHEN ETATI = SPACES OR ETATI = LOW-VALUE
                   MOVE 'DM8003' TO W-MSG-ID
                   MOVE 'NOM D ETAT OBLIGATOIRE' TO MSGFLDO
                                                    W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               WHEN DATEI IS NOT NUMERIC
                   MOVE 'DM8004' TO W-MSG-ID
                   MOVE 'DATE INVALIDE (AAAAMMJJ)' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               WHEN HEUREI NOT = SPACES AND HEUREI IS NOT NUMERIC
                   MOVE 'DM8009' TO W-MSG-ID
                   MOVE 'HEURE INVALIDE (HHMMSS)' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               WHEN PAGEI IS NOT NUMERIC
                   MOVE 'DM8010' TO W-MSG-ID
                   MOVE 'NUMERO DE PAGE INVALIDE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               WHEN COLI IS NOT NUMERIC
                   MOVE 'DM8011' TO W-MSG-ID
                   MOVE 'COLONNE INVALIDE (001 A 054)' TO MSGFLDO
                                                          W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               WHEN OTHER
                   MOVE PAGEI TO W-PAGE-DEMANDEE
                   MOVE COLI  TO W-COLONNE
                   IF W-PAGE-DEMANDEE = 0
                       MOVE 1 TO W-PAGE-DEMANDEE
                   END-IF
                   IF W-COLONNE < 1 OR W-COLONNE > 54
                       MOVE 'DM8011' TO W-MSG-ID
                       MOVE 'COLONNE INVALIDE (001 A 054)'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                       SET SAISIE-KO TO TRUE
                   END-IF
           END-EVALUATE
           .

      *    HEURE SAISIE : LECTURE DIRECTE DE LA LIGNE DESCRIPTIVE ;
      *    SANS HEURE : DERNIERE LIGNE DESCRIPTIVE DU JOUR
       P-CHERCHER-EXECUTION.
           MOVE ETATI TO W-RID-ETAT
           MOVE DATEI TO W-RID-DATE
           IF HEUREI NOT = SPACES
               MOVE HEUREI TO W-RID-HEURE
               MOVE 0      TO W-RID-PAGE
               MOVE 0      TO W-RID-LIGNE
               PERFORM P-CICS-READ-DESC
               IF NOT CICS-RESP-OK
                   MOVE 'DM8012' TO W-MSG-ID
                   MOVE 'EXECUTION INCONNUE' TO MSGFLDO
                                                W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               END-IF
           ELSE
               MOVE ALL '9' TO W-RID-HEURE
               MOVE 99999   TO W-RID-PAGE
               MOVE 999     TO W-RID-LIGNE
               MOVE W-RID   TO W-CLE-MAX
               MOVE 0       TO J
               PERFORM P-CICS-START-BR-FIN
               PERFORM P-PRECEDENT-DESCRIPTIF
               PERFORM P-CICS-END-BR
               IF DESC-NON-TROUVE
                       OR EA-ETAT NOT = ETATI
                       OR EA-DATE-EXEC NOT = DATEI
                   MOVE 'DM8013' TO W-MSG-ID
                   MOVE 'AUCUNE EXECUTION DE L ETAT CE JOUR-LA'
                       TO MSGFLDO
                          W-MSG-DEFAUT
                   SET SAISIE-KO TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *  AFFICHAGE DE LIST-H LIGNES A PARTIR DE LA PAGE ET DE LA LIGNE *
      *  POSEES DANS W-RID-PAGE / W-RID-LIGNE, EN ENCHAINANT SUR LA    *
      *  PAGE SUIVANTE ; LA LIGNE QUI SUIT L ECRAN EST RETENUE POUR    *
      *  LE DEFILEMENT AVANT                                           *
      *----------------------------------------------------------------*

       P-AFFICHER-DEPUIS.
           PERFORM P-ERASE-LIST
           MOVE W-PO-EXECUTION TO W-RID-EXECUTION
           MOVE 0 TO I
           MOVE 0 TO J
           MOVE 0 TO W-PO-SUIV-PAGE
           MOVE 0 TO W-PO-SUIV-LIGNE
           PERFORM P-CICS-START-BR
           PERFORM UNTIL I >= LIST-H
                   OR NOT CICS-RESP-OK
                   OR J > SCAN-GARDE-FOU
               ADD 1 TO J
               PERFORM P-CICS-READ-NEXT
               IF CICS-RESP-OK
                   IF EA-EXECUTION NOT = W-PO-EXECUTION
                       MOVE 20 TO W-EA-RC-CICS-1
                   ELSE
                       IF EA-LIGNE-ETAT
                           ADD 1 TO I
                           IF I = 1
                               MOVE EA-PAGE  TO W-PO-PAGE
                               MOVE EA-LIGNE TO W-PO-LIGNE
                           END-IF
                           PERFORM P-AFFICHER-LIGNE-ETAT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF I >= LIST-H AND CICS-RESP-OK
               PERFORM P-CICS-READ-NEXT
               IF CICS-RESP-OK AND EA-EXECUTION = W-PO-EXECUTION
                   MOVE EA-PAGE  TO W-PO-SUIV-PAGE
                   MOVE EA-LIGNE TO W-PO-SUIV-LIGNE
               END-IF
           END-IF
           PERFORM P-CICS-END-BR
           IF I = 0
               MOVE 'DM8014' TO W-MSG-ID
               MOVE 'PAGE VIDE OU ARCHIVAGE INCOMPLET' TO MSGFLDO
                                                          W-MSG-DEFAUT
               MOVE SPACES TO INFOO
           ELSE
               PERFORM P-AFFICHER-BANDEAU
           END-IF
           MOVE W-POS-EXEC TO FST-KEY
           MOVE W-POS-PAGE TO LST-KEY
           .

       P-AFFICHER-LIGNE-ETAT.
           EVALUATE I
               WHEN  1 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM01O
               WHEN  2 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM02O
               WHEN  3 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM03O
               WHEN  4 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM04O
               WHEN  5 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM05O
               WHEN  6 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM06O
               WHEN  7 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM07O
               WHEN  8 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM08O
               WHEN  9 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM09O
               WHEN 10 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM10O
               WHEN 11 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM11O
               WHEN 12 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM12O
               WHEN 13 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM13O
               WHEN 14 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM14O
               WHEN 15 MOVE EA-TEXTE(W-PO-COLONNE:79) TO ITEM15O
           END-EVALUATE
           .

      *    BANDEAU : EXECUTION, PAGE COURANTE, TRAITEMENT PRODUCTEUR ET
      *    SA REFERENCE RUNCTLG1, RELUS SUR LA LIGNE DESCRIPTIVE
       P-AFFICHER-BANDEAU.
           MOVE W-PO-PAGE      TO O-EI-PAGE
           MOVE W-PO-NB-PAGES  TO O-EI-NB-PAGES
           MOVE W-PO-COLONNE   TO O-EI-COLONNE
           MOVE W-PO-EXECUTION TO W-RID-EXECUTION
           MOVE 0              TO W-RID-PAGE
           MOVE 0              TO W-RID-LIGNE
           PERFORM P-CICS-READ-DESC
           MOVE EA-ETAT        TO O-EI-ETAT
           MOVE EA-DATE-EXEC   TO O-EI-DATE
           MOVE EA-HEURE-EXEC  TO O-EI-HEURE
           IF CICS-RESP-OK
               MOVE EA-JOB-NAME     TO O-EI-JOB
               MOVE EA-RC-DATE-EXEC TO O-EI-RC-DATE
               MOVE EA-RC-STATUT    TO O-EI-RC-STATUT
           ELSE
               MOVE SPACES TO O-EI-JOB
               MOVE SPACES TO O-EI-RC-DATE
               MOVE SPACES TO O-EI-RC-STATUT
           END-IF
           MOVE O-EA-INFO TO INFOO
           .

      *    PF8 : L ECRAN SUIVANT COMMENCE A LA LIGNE QUI SUIVAIT
       P-DEFILER-AVANT.
           MOVE SPACES TO MSGFLDO
           IF W-PO-SUIV-PAGE = 0
               MOVE ERR-LST-PAGE TO MSGFLDO
               MOVE W-PO-PAGE  TO W-RID-PAGE
               MOVE W-PO-LIGNE TO W-RID-LIGNE
           ELSE
               MOVE W-PO-SUIV-PAGE  TO W-RID-PAGE
               MOVE W-PO-SUIV-LIGNE TO W-RID-LIGNE
           END-IF
           PERFORM P-AFFICHER-DEPUIS
           .

      *    PF7 : ON REMONTE DE LIST-H LIGNES D ETAT AVANT LA PREMIERE
      *    LIGNE AFFICHEE, SANS DEPASSER LE DEBUT DE L EXECUTION (LE
      *    PREMIER READPREV RELIT LA LIGNE DE DEPART ELLE-MEME)
       P-DEFILER-ARRIERE.
           MOVE SPACES TO MSGFLDO
           IF W-PO-PAGE <= 1 AND W-PO-LIGNE <= 1
               MOVE ERR-FST-PAGE TO MSGFLDO
               MOVE W-PO-PAGE  TO W-RID-PAGE
               MOVE W-PO-LIGNE TO W-RID-LIGNE
           ELSE
               MOVE W-PO-EXECUTION TO W-RID-EXECUTION
               MOVE W-PO-PAGE      TO W-RID-PAGE
               MOVE W-PO-LIGNE     TO W-RID-LIGNE
               MOVE 0 TO I
               MOVE 0 TO J
               PERFORM P-CICS-START-BR
               IF CICS-RESP-OK
                   PERFORM P-CICS-READ-PREV
               END-IF
               PERFORM UNTIL I >= LIST-H
                       OR NOT CICS-RESP-OK
                       OR J > SCAN-GARDE-FOU
                   ADD 1 TO J
                   PERFORM P-CICS-READ-PREV
                   IF CICS-RESP-OK
                       IF EA-EXECUTION NOT = W-PO-EXECUTION
                               OR NOT EA-LIGNE-ETAT
                           MOVE 20 TO W-EA-RC-CICS-1
                       ELSE
                           ADD 1 TO I
                           MOVE EA-PAGE  TO W-RID-PAGE
                           MOVE EA-LIGNE TO W-RID-LIGNE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM P-CICS-END-BR
           END-IF
           PERFORM P-AFFICHER-DEPUIS
           .

       P-ERASE-LIST.
           MOVE SPACES TO
               ITEM01O ITEM02O ITEM03O ITEM04O ITEM05O
               ITEM06O ITEM07O ITEM08O ITEM09O ITEM10O
               ITEM11O ITEM12O ITEM13O ITEM14O ITEM15O
           .

       P-ON-LEAVE.
           EXIT
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                         COMMANDES CICS                         *
      *                                                                *
      * -------------------------------------------------------------- *

       P-CICS-READ-DESC.
           EXEC CICS
               READ
               FILE ('ETATG1')
               INTO (E-ETATARC)
               LENGTH (LENGTH OF E-ETATARC)
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               RESP (W-EA-RC-CICS-1)
               RESP2 (W-EA-RC-CICS-2)
           END-EXEC
           .

       P-CICS-START-BR.
           EXEC CICS
               STARTBR
               FILE ('ETATG1')
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               GTEQ
               RESP (W-EA-RC-CICS-1)
               RESP2 (W-EA-RC-CICS-2)
           END-EXEC
           .

      *    POSITIONNEMENT POUR UN PARCOURS ARRIERE DEPUIS W-RID -- AU
      *    DELA DE LA DERNIERE CLE DU FICHIER, LE PARCOURS PART DE LA
      *    FIN (CLE A HIGH-VALUES)
       P-CICS-START-BR-FIN.
           PERFORM P-CICS-START-BR
           IF CICS-RESP-NOTFND
               MOVE HIGH-VALUES TO W-RID
               PERFORM P-CICS-START-BR
           END-IF
           .

       P-CICS-RESET-BR.
           EXEC CICS
               RESETBR
               FILE ('ETATG1')
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               GTEQ
               RESP (W-EA-RC-CICS-1)
               RESP2 (W-EA-RC-CICS-2)
           END-EXEC
           .

       P-CICS-READ-NEXT.
           EXEC CICS READNEXT
               FILE ('ETATG1')
               INTO (E-ETATARC)
               LENGTH (LENGTH OF E-ETATARC)
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               RESP (W-EA-RC-CICS-1)
               RESP2 (W-EA-RC-CICS-2)
           END-EXEC
           .

       P-CICS-READ-PREV.
           EXEC CICS READPREV
               FILE ('ETATG1')
               INTO (E-ETATARC)
               LENGTH (LENGTH OF E-ETATARC)
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               RESP (W-EA-RC-CICS-1)
               RESP2 (W-EA-RC-CICS-2)
           END-EXEC
           .

       P-CICS-END-BR.
           EXEC CICS
               ENDBR
               FILE ('ETATG1')
               RESP (W-EA-RC-CICS-2)
           END-EXEC
           .

       P-CICS-TIME.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               DDMMYYYY (DATEFLDO)
               DATESEP ('/')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (TIMEFLDO)
               TIMESEP (':')
           END-EXEC
           .

       P-CICS-XCTL.
           EXEC CICS
               XCTL
               PROGRAM (NEXT-PGM)
               COMMAREA (WK-COMM-AREA)
               LENGTH (LENGTH OF WK-COMM-AREA)
           END-EXEC
           .

       P-CICS-RECV.
           EXEC CICS
               RECEIVE
               MAPSET (MAPSET)
               MAP ('MAP01')
               RESP (RC-1)
           END-EXEC
           .

       P-CICS-SEND.
           IF PREV-PGM = PGM-NAME THEN
               EXEC CICS
                   SEND
                   MAPSET (MAPSET)
                   MAP ('MAP01')
                   FROM (MAP01O)
                   LENGTH (LENGTH OF MAP01O)
               END-EXEC
           ELSE
               EXEC CICS
                   SEND
                   MAPSET (MAPSET)
                   MAP ('MAP01')
                   FROM (MAP01O)
                   LENGTH (LENGTH OF MAP01O)
                   ERASE
               END-EXEC
           END-IF
           .

       P-CICS-WAIT.
           EXEC CICS
               RETURN
               TRANSID (TRANS-ID)
               COMMAREA (WK-COMM-AREA)
               LENGTH (LENGTH OF WK-COMM-AREA)
           END-EXEC
           .

       P-CICS-BBYE.
           EXEC CICS
               SEND
               FROM (GOODBYE)
               LENGTH (LENGTH OF GOODBYE)
               ERASE
           END-EXEC
           .

       P-CICS-QUIT.
           EXEC CICS
               RETURN
           END-EXEC
           .
