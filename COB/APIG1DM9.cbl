      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      ECRAN DES DEMANDES D ETATS A LA CARTE (DEMRPTG1, CF       *
      *      DEMRPT.cpy) -- L OPERATEUR HABILITE CHOISIT L ETAT        *
      *      (TOPALBUM, VENTALBM, RETOURPT, YOYCOMP) ET SES CRITERES,  *
      *      CONTROLES PAR LE SERVICE PGMG1VM9 ; LA CHAINE DE NUIT     *
      *      (DEMRPSEL / DEMRPFIN) LANCE L ETAT ET RATTACHE LA         *
      *      DEMANDE A L EXECUTION ARCHIVEE, CONSULTABLE PAR APIG1DM8  *
      *                                                                *
      *      ACTIONS : 'D' DEPOSER, 'C' CONSULTER, 'A' ANNULER UNE     *
      *      DEMANDE EN ATTENTE, 'L' LISTER SES DEMANDES, LES PLUS     *
      *      RECENTES D ABORD                                          *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DM9.
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
       COPY MBLG1M9.
       COPY APIG1DWK.
       COPY DEMRPT.
       COPY DEMRPTW.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1M9'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1M9'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DM9'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

      *    ECRANS DONT LE DROIT DE CONSULTATION COUVRE LES DONNEES DES
      *    ETATS DEMANDABLES (MEME ECRAN D ACCES QUE DANS LA TABLE DES
      *    ETATS CONNUS D ETATARCH)
       77 W-ECRAN-DONNEES      PIC X(08) VALUE 'APIG1DE*'.

       01 W-DR-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-OK         VALUE 0.
           88 CICS-RESP-NOTFND     VALUE 13.
       01 W-DR-RC-CICS-2       PIC S9(04) COMP.
       77 SCAN-GARDE-FOU       PIC 9(05) VALUE 500.
       77 J                    PIC 9(05) VALUE 0.
       77 I                    PIC 9(02) VALUE 0.
       77 LIST-H               PIC 9(02) VALUE 10.
       01 W-RID                PIC X(07) VALUE SPACES.
       01 W-RID-NUM REDEFINES W-RID PIC 9(07).
      *    NUMERO DE DEPART DE LA LISTE
       77 W-NUM-DEPART         PIC 9(07) VALUE 0.

      *    LIBELLE DU STATUT D UNE DEMANDE
       77 W-LIB-STATUT         PIC X(10) VALUE SPACES.

      *    LIGNE DE LISTE D UNE DEMANDE
       01 O-DR-LIGNE.
           05 O-DR-NUMERO          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DR-ETAT            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DR-STATUT          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DR-DATE-DEMANDE    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DR-DATE-DEBUT      PIC X(08).
           05 FILLER               PIC X(01) VALUE '-'.
           05 O-DR-DATE-FIN        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DR-LIBELLE         PIC X(24).

      *    EXECUTION ARCHIVEE D UNE DEMANDE TERMINEE
       01 O-DR-EXECUTION.
           05 FILLER               PIC X(20)
               VALUE 'ETAT ARCHIVE (MENU +'.
           05 FILLER               PIC X(04) VALUE ') : '.
           05 O-DX-ETAT            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DX-DATE            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-DX-HEURE           PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 O-DX-NB-PAGES        PIC ZZZZ9.
           05 FILLER               PIC X(06) VALUE ' PAGES'.

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
           EXIT
           .

       P-ON-INIT.
           EXIT
           .

       P-ON-DISPLAY.
           MOVE 'DM9001' TO W-TITRE-ID
           MOVE 'DEMANDES D ETATS A LA CARTE' TO TITRFLDO
                                                 W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           PERFORM P-ERASE-LIST
           MOVE SPACES TO STATUTO
           MOVE SPACES TO INFOO
           EVALUATE ACTIONI
               WHEN 'D'
                   PERFORM P-DEPOSER-DEMANDE
               WHEN 'C'
                   PERFORM P-CONSULTER-DEMANDE
               WHEN 'A'
                   PERFORM P-ANNULER-DEMANDE
               WHEN 'L'
                   PERFORM P-LISTER-DEMANDES
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *  DEPOT -- DROIT DE CREER SUR CET ECRAN ET DROIT DE CONSULTER   *
      *  LES DONNEES DE L ETAT ; LES CRITERES SONT CONTROLES PAR       *
      *  LE SERVICE                                                    *
      *----------------------------------------------------------------*

       P-DEPOSER-DEMANDE.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-ACCORDEE
               MOVE W-ECRAN-DONNEES TO W-HAB-ECRAN
               MOVE 'L'             TO W-HAB-FONCTION
               PERFORM P-PC-HABILITATION
           END-IF
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               INITIALIZE W-DEMRPT
               MOVE SPACES  TO E-DEMRPT
               MOVE ZERO    TO DR-NUMERO
               MOVE ETATI   TO DR-ETAT
               MOVE DDEBI   TO DR-DATE-DEBUT
               MOVE DFINI   TO DR-DATE-FIN
               MOVE DDEB2I  TO DR-DATE-DEBUT-2
               MOVE DFIN2I  TO DR-DATE-FIN-2
               MOVE LABELI  TO DR-LABEL
               MOVE SIRENI  TO DR-SIREN
               MOVE ALBDEBI TO DR-ALBUM-DEBUT
               MOVE ALBFINI TO DR-ALBUM-FIN
               MOVE LIBELI  TO DR-LIBELLE
               INSPECT DR-PARAMETRES REPLACING ALL LOW-VALUE BY SPACE
               INSPECT DR-ETAT REPLACING ALL LOW-VALUE BY SPACE
               INSPECT DR-LIBELLE REPLACING ALL LOW-VALUE BY SPACE
               MOVE E-DEMRPT TO W-DR-DEMANDE
               MOVE 1        TO W-DR-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-DR-RC
                   WHEN 1
                       MOVE W-DR-DEMANDE TO E-DEMRPT
                       PERFORM P-AFFICHER-DEMANDE
                       MOVE 'DM9002' TO W-MSG-ID
                       MOVE 'DEMANDE ENREGISTREE, LANCEE CETTE NUIT'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE W-DR-MOTIF TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DM9003' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-CONSULTER-DEMANDE.
           IF NUMDEMI IS NOT NUMERIC
               MOVE 'DM9004' TO W-MSG-ID
               MOVE 'NUMERO DE DEMANDE INVALIDE' TO MSGFLDO
                                                    W-MSG-DEFAUT
           ELSE
               INITIALIZE W-DEMRPT
               MOVE SPACES  TO E-DEMRPT
               MOVE NUMDEMI TO DR-NUMERO
               MOVE E-DEMRPT TO W-DR-DEMANDE
               MOVE 0        TO W-DR-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-DR-RC
                   WHEN 1
                       MOVE W-DR-DEMANDE TO E-DEMRPT
                       PERFORM P-AFFICHER-DEMANDE
                       MOVE 'DM9005' TO W-MSG-ID
                       MOVE 'DEMANDE TROUVEE' TO MSGFLDO
                                                 W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DM9006' TO W-MSG-ID
                       MOVE 'DEMANDE INCONNUE' TO MSGFLDO
                                                  W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DM9003' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

      *    ANNULER LA DEMANDE D UN AUTRE OPERATEUR DEMANDE LE DROIT DE
      *    SUPPRIMER, CONTROLE PAR LE SERVICE
       P-ANNULER-DEMANDE.
           IF NUMDEMI IS NOT NUMERIC
               MOVE 'DM9004' TO W-MSG-ID
               MOVE 'NUMERO DE DEMANDE INVALIDE' TO MSGFLDO
                                                    W-MSG-DEFAUT
           ELSE
               INITIALIZE W-DEMRPT
               MOVE SPACES  TO E-DEMRPT
               MOVE NUMDEMI TO DR-NUMERO
               MOVE E-DEMRPT TO W-DR-DEMANDE
               MOVE 2        TO W-DR-CODE-FONC
               PERFORM P-APPELER-SERVICE
               EVALUATE W-DR-RC
                   WHEN 1
                       MOVE W-DR-DEMANDE TO E-DEMRPT
                       PERFORM P-AFFICHER-DEMANDE
                       MOVE 'DM9007' TO W-MSG-ID
                       MOVE 'DEMANDE ANNULEE' TO MSGFLDO
                                                 W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DM9006' TO W-MSG-ID
                       MOVE 'DEMANDE INCONNUE' TO MSGFLDO
                                                  W-MSG-DEFAUT
                   WHEN 5
                       MOVE W-DR-DEMANDE TO E-DEMRPT
                       PERFORM P-AFFICHER-DEMANDE
                       MOVE W-DR-MOTIF TO MSGFLDO
                   WHEN OTHER
                       MOVE 'DM9003' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           .

       P-AFFICHER-DEMANDE.
           MOVE DR-NUMERO       TO NUMDEMO
           MOVE DR-ETAT         TO ETATO
           MOVE DR-DATE-DEBUT   TO DDEBO
           MOVE DR-DATE-FIN     TO DFINO
           MOVE DR-DATE-DEBUT-2 TO DDEB2O
           MOVE DR-DATE-FIN-2   TO DFIN2O
           MOVE DR-LABEL        TO LABELO
           MOVE DR-SIREN        TO SIRENO
           MOVE DR-ALBUM-DEBUT  TO ALBDEBO
           MOVE DR-ALBUM-FIN    TO ALBFINO
           MOVE DR-LIBELLE      TO LIBELO
           PERFORM P-LIBELLER-STATUT
           MOVE SPACES TO STATUTO
           STRING 'STATUT : ' W-LIB-STATUT
                  ' - DEMANDEE PAR ' DR-OPER-DEMANDE
                  ' LE ' DR-DATE-DEMANDE
               DELIMITED BY SIZE INTO STATUTO
           END-STRING
           EVALUATE TRUE
               WHEN DR-TERMINEE
                   MOVE DR-ETAT        TO O-DX-ETAT
                   MOVE DR-EX-DATE     TO O-DX-DATE
                   MOVE DR-EX-HEURE    TO O-DX-HEURE
                   MOVE DR-EX-NB-PAGES TO O-DX-NB-PAGES
                   MOVE O-DR-EXECUTION TO INFOO
               WHEN DR-REJETEE OR DR-EN-ECHEC
                   MOVE DR-MOTIF TO INFOO
               WHEN DR-ANNULEE
                   MOVE SPACES TO INFOO
                   STRING 'ANNULEE PAR ' DR-OPER-ANNUL
                       DELIMITED BY SIZE INTO INFOO
                   END-STRING
               WHEN DR-LANCEE
                   MOVE SPACES TO INFOO
                   STRING 'LANCEE LE ' DR-DATE-LANCEMENT
                       ' A ' DR-HEURE-LANCEMENT
                       DELIMITED BY SIZE INTO INFOO
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO INFOO
           END-EVALUATE
           .

       P-LIBELLER-STATUT.
           EVALUATE TRUE
               WHEN DR-EN-ATTENTE MOVE 'EN ATTENTE' TO W-LIB-STATUT
               WHEN DR-LANCEE     MOVE 'LANCEE'     TO W-LIB-STATUT
               WHEN DR-TERMINEE   MOVE 'TERMINEE'   TO W-LIB-STATUT
               WHEN DR-EN-ECHEC   MOVE 'EN ECHEC'   TO W-LIB-STATUT
               WHEN DR-REJETEE    MOVE 'REJETEE'    TO W-LIB-STATUT
               WHEN DR-ANNULEE    MOVE 'ANNULEE'    TO W-LIB-STATUT
               WHEN OTHER         MOVE DR-STATUT    TO W-LIB-STATUT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *  LISTE DES DEMANDES DE L OPERATEUR, DE LA PLUS RECENTE A LA    *
      *  PLUS ANCIENNE, A PARTIR DU NUMERO SAISI (A BLANC, LA DERNIERE)*
      *----------------------------------------------------------------*

       P-LISTER-DEMANDES.
           IF NUMDEMI IS NUMERIC
               MOVE NUMDEMI TO W-NUM-DEPART
           ELSE
               MOVE 9999999 TO W-NUM-DEPART
           END-IF
           MOVE W-NUM-DEPART TO W-RID-NUM
           MOVE 0 TO I
           MOVE 0 TO J
           PERFORM P-CICS-START-BR-FIN
           PERFORM UNTIL I >= LIST-H
                   OR NOT CICS-RESP-OK
                   OR J > SCAN-GARDE-FOU
               ADD 1 TO J
               PERFORM P-CICS-READ-PREV
               IF CICS-RESP-OK
                   IF DR-NUMERO = 0
                       MOVE 20 TO W-DR-RC-CICS-1
                   ELSE
                       IF DR-NUMERO NOT > W-NUM-DEPART
                               AND DR-OPER-DEMANDE = OPER-ID
                           ADD 1 TO I
                           PERFORM P-ALIMENTER-LIGNE-LISTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM P-CICS-END-BR
           EVALUATE TRUE
               WHEN I = 0
                   MOVE 'DM9008' TO W-MSG-ID
                   MOVE 'AUCUNE DEMANDE' TO MSGFLDO
                                            W-MSG-DEFAUT
               WHEN I >= LIST-H
                   MOVE 'DM9009' TO W-MSG-ID
                   MOVE 'SUITE : SAISIR UN NUMERO PLUS ANCIEN'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DM9010' TO W-MSG-ID
                   MOVE 'PLUS ANCIENNE DEMANDE ATTEINTE' TO MSGFLDO
                                                            W-MSG-DEFAUT
           END-EVALUATE
           .

       P-ALIMENTER-LIGNE-LISTE.
           PERFORM P-LIBELLER-STATUT
           MOVE DR-NUMERO       TO O-DR-NUMERO
           MOVE DR-ETAT         TO O-DR-ETAT
           MOVE W-LIB-STATUT    TO O-DR-STATUT
           MOVE DR-DATE-DEMANDE TO O-DR-DATE-DEMANDE
           MOVE DR-DATE-DEBUT   TO O-DR-DATE-DEBUT
           MOVE DR-DATE-FIN     TO O-DR-DATE-FIN
           MOVE DR-LIBELLE      TO O-DR-LIBELLE
           EVALUATE I
               WHEN  1 MOVE O-DR-LIGNE TO ITEM01O
               WHEN  2 MOVE O-DR-LIGNE TO ITEM02O
               WHEN  3 MOVE O-DR-LIGNE TO ITEM03O
               WHEN  4 MOVE O-DR-LIGNE TO ITEM04O
               WHEN  5 MOVE O-DR-LIGNE TO ITEM05O
               WHEN  6 MOVE O-DR-LIGNE TO ITEM06O
               WHEN  7 MOVE O-DR-LIGNE TO ITEM07O
               WHEN  8 MOVE O-DR-LIGNE TO ITEM08O
               WHEN  9 MOVE O-DR-LIGNE TO ITEM09O
               WHEN 10 MOVE O-DR-LIGNE TO ITEM10O
           END-EVALUATE
           .

       P-ERASE-LIST.
           MOVE SPACES TO
               ITEM01O ITEM02O ITEM03O ITEM04O ITEM05O
               ITEM06O ITEM07O ITEM08O ITEM09O ITEM10O
           .

       P-APPELER-SERVICE.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VM9')
               INPUTMSG (W-DEMRPT)
               INPUTMSGLEN (LENGTH OF W-DEMRPT)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-DEMRPT)
           END-EXEC
           .

       P-ON-LEAVE.
           EXIT
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                         COMMANDES CICS                         *
      *                                                                *
      * -------------------------------------------------------------- *

       P-CICS-START-BR.
           EXEC CICS
               STARTBR
               FILE ('DEMRPTG1')
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               GTEQ
               RESP (W-DR-RC-CICS-1)
               RESP2 (W-DR-RC-CICS-2)
           END-EXEC
           .

      *    POSITIONNEMENT POUR UN PARCOURS ARRIERE DEPUIS W-RID -- AU
      *    DELA DU DERNIER NUMERO, LE PARCOURS PART DE LA FIN (CLE A
      *    HIGH-VALUES)
       P-CICS-START-BR-FIN.
           PERFORM P-CICS-START-BR
           IF CICS-RESP-NOTFND
               MOVE HIGH-VALUES TO W-RID
               PERFORM P-CICS-START-BR
           END-IF
           .

       P-CICS-READ-PREV.
           EXEC CICS READPREV
               FILE ('DEMRPTG1')
               INTO (E-DEMRPT)
               LENGTH (LENGTH OF E-DEMRPT)
               RIDFLD (W-RID)
               KEYLENGTH (LENGTH OF W-RID)
               RESP (W-DR-RC-CICS-1)
               RESP2 (W-DR-RC-CICS-2)
           END-EXEC
           .

       P-CICS-END-BR.
           EXEC CICS
               ENDBR
               FILE ('DEMRPTG1')
               RESP (W-DR-RC-CICS-2)
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
