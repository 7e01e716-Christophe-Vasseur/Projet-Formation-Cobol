      * ////////////////////////////////////////////////////////////// *
      *                                                                *
      *      VALIDATION DES MODIFICATIONS SENSIBLES EN ATTENTE         *
      *      (MODATTG1, CF MODATT.cpy)                                 *
      *                                                                *
      *      LISTE LES DEMANDES EN ATTENTE (COORDONNEES BANCAIRES,     *
      *      TAUX DE DROITS, LIMITES DE CREDIT), EN DETAILLE UNE PAR   *
      *      NUMERO DE LIGNE (VALEUR EN PLACE ET VALEUR DEMANDEE) ET   *
      *      PERMET AU SEUL SUPERVISEUR DE LA VALIDER OU DE LA         *
      *      REJETER (SERVICE PGMG1VM6) -- LE DEMANDEUR NE VALIDE PAS  *
      *      SA PROPRE DEMANDE. L IBAN EST MASQUE SANS LE DROIT        *
      *      DONNEES SENSIBLES, SAUF REVELATION MOTIVEE (ACTION 'D')   *
      *                                                                *
      * ////////////////////////////////////////////////////////////// *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIG1DM6.
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
       COPY MBLG1M6.
       COPY APIG1DWK.
       COPY MODATT.
       COPY MASQUAGE.
       COPY LECTPERS.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 TRANS-ID PIC X(04) VALUE 'G1M6'.
       77 MAPSET   PIC X(07) VALUE 'MBLG1M6'.
       77 PGM-NAME PIC X(08) VALUE 'APIG1DM6'.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DMP'.

      *    PARCOURS DES DEMANDES
       01 W-MV-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-OK-MV      VALUE 0.
       01 W-MV-RC-CICS-2       PIC S9(04) COMP.
       77 SCAN-GARDE-FOU       PIC 9(05) VALUE 99999.
       77 J                    PIC 9(05) VALUE 0.
       77 I                    PIC 9(02) VALUE 0.
       77 K                    PIC 9(02) VALUE 0.

      *    LIGNE DE LISTE COMPOSEE AVANT AFFICHAGE
       01 O-MV-KEY.
           05 O-MV-NUM             PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-MV-TYPE            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-MV-CLE             PIC X(17).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-MV-DATE            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-MV-OPER            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 O-MV-VALEUR          PIC X(29).

      *    VALEURS MISES EN FORME POUR L AFFICHAGE
       01 W-VALEUR-AFFICHEE    PIC X(45).
       01 W-ED-DROITS          PIC ZZ9,99.
       01 W-ED-LIMITE          PIC Z(8)9,99.

      *    MESSAGES PROPRES A L ECRAN
       01 ERR-DEMANDEUR        PIC X(50)
           VALUE 'LE DEMANDEUR NE PEUT PAS VALIDER SA DEMANDE'.
       01 ERR-VALEUR-PERIMEE   PIC X(50)
           VALUE 'VALEUR MODIFIEE DEPUIS LA DEMANDE, A REJETER'.

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
           MOVE 'DM6001' TO W-TITRE-ID
           MOVE 'VALIDATION DES MODIFICATIONS SENSIBLES'
               TO TITRFLDO
                  W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           PERFORM P-CHOISIR-AFFICHAGE
           EVALUATE ACTIONI
               WHEN 'L'
                   PERFORM P-ERASE-LIST
                   PERFORM P-LISTER-DEMANDES
               WHEN 'C'
                   PERFORM P-CONSULTER-DEMANDE
               WHEN 'D'
                   PERFORM P-REVELER-DEMANDE
               WHEN 'V'
               WHEN 'R'
                   PERFORM P-DECIDER-DEMANDE
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

      *    LISTE LES DEMANDES EN ATTENTE PAR NATURE PUIS PAR
      *    ENREGISTREMENT VISE, LA PLUS ANCIENNE D ABORD ; LA CLE DE
      *    CHAQUE LIGNE AFFICHEE EST RETENUE DANS LA COMMAREA POUR LA
      *    CONSULTATION ET LA DECISION PAR NUMERO
       P-LISTER-DEMANDES.
           MOVE LOW-VALUE TO MV-CLE
           MOVE 0 TO J
           MOVE 0 TO I
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
               MOVE SPACES TO MODATT-KEY (K)
           END-PERFORM
           EXEC CICS
               STARTBR
               FILE ('MODATTG1')
               RIDFLD (MV-CLE)
               KEYLENGTH (LENGTH OF MV-CLE)
               GTEQ
               RESP (W-MV-RC-CICS-1)
               RESP2 (W-MV-RC-CICS-2)
           END-EXEC
           IF CICS-RESP-OK-MV
               PERFORM UNTIL
                   I >= 12 OR
                   NOT CICS-RESP-OK-MV OR
                   J > SCAN-GARDE-FOU
                   ADD 1 TO J
                   EXEC CICS READNEXT
                       FILE ('MODATTG1')
                       INTO (E-MODATT)
                       LENGTH (LENGTH OF E-MODATT)
                       RIDFLD (MV-CLE)
                       KEYLENGTH (LENGTH OF MV-CLE)
                       RESP (W-MV-RC-CICS-1)
                       RESP2 (W-MV-RC-CICS-2)
                   END-EXEC
                   IF CICS-RESP-OK-MV AND MV-EN-ATTENTE
                       PERFORM P-AJOUTER-DEMANDE
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR
                   FILE ('MODATTG1')
                   RESP (W-MV-RC-CICS-1)
                   RESP2 (W-MV-RC-CICS-2)
               END-EXEC
           END-IF
           IF I = 0
               MOVE 'DM6002' TO W-MSG-ID
               MOVE 'AUCUNE MODIFICATION EN ATTENTE' TO MSGFLDO
                                                        W-MSG-DEFAUT
           END-IF
           .

       P-AJOUTER-DEMANDE.
           ADD 1 TO I
           MOVE MV-CLE          TO MODATT-KEY (I)
           MOVE I               TO O-MV-NUM
           MOVE MV-TYPE-MODIF   TO O-MV-TYPE
           MOVE MV-CLE-ENREG    TO O-MV-CLE
           MOVE MV-DATE-DEMANDE TO O-MV-DATE
           MOVE MV-OPER-DEMANDE TO O-MV-OPER
           PERFORM P-FORMATER-APRES
           MOVE W-VALEUR-AFFICHEE TO O-MV-VALEUR
           EVALUATE I
               WHEN  1 MOVE O-MV-KEY TO ITEM01O
               WHEN  2 MOVE O-MV-KEY TO ITEM02O
               WHEN  3 MOVE O-MV-KEY TO ITEM03O
               WHEN  4 MOVE O-MV-KEY TO ITEM04O
               WHEN  5 MOVE O-MV-KEY TO ITEM05O
               WHEN  6 MOVE O-MV-KEY TO ITEM06O
               WHEN  7 MOVE O-MV-KEY TO ITEM07O
               WHEN  8 MOVE O-MV-KEY TO ITEM08O
               WHEN  9 MOVE O-MV-KEY TO ITEM09O
               WHEN 10 MOVE O-MV-KEY TO ITEM10O
               WHEN 11 MOVE O-MV-KEY TO ITEM11O
               WHEN 12 MOVE O-MV-KEY TO ITEM12O
           END-EVALUATE
           .

      *    DETAIL D UNE LIGNE : VALEUR EN PLACE A LA DEMANDE ET
      *    VALEUR DEMANDEE, EN CLAIR, AVANT DECISION
       P-CONSULTER-DEMANDE.
           IF NUMI < 1 OR NUMI > 12
                   OR MODATT-KEY (NUMI) = SPACES
               MOVE 'DM6003' TO W-MSG-ID
               MOVE 'NUMERO DE LIGNE INVALIDE, RELISTER (L)'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           ELSE
               MOVE MODATT-KEY (NUMI) TO MV-CLE
               EXEC CICS
                   READ
                   FILE ('MODATTG1')
                   INTO (E-MODATT)
                   RIDFLD (MV-CLE)
                   KEYLENGTH (LENGTH OF MV-CLE)
                   RESP (W-MV-RC-CICS-1)
                   RESP2 (W-MV-RC-CICS-2)
               END-EXEC
               IF NOT CICS-RESP-OK-MV
                   MOVE 'DM6004' TO W-MSG-ID
                   MOVE 'DEMANDE INTROUVABLE, RELISTER (L)'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
                   EVALUATE TRUE
                       WHEN MV-COORD-BANCAIRES
                           MOVE 'DM6015' TO W-LIB-ID
                           MOVE 'COORDONNEES BANCAIRES' TO W-LIB-TEXTE
                           PERFORM P-PC-TRADUIRE-LIBELLE
                           MOVE W-LIB-TEXTE TO NATUREO
                       WHEN MV-TAUX-DROITS
                           MOVE 'DM6016' TO W-LIB-ID
                           MOVE 'TAUX DE DROITS' TO W-LIB-TEXTE
                           PERFORM P-PC-TRADUIRE-LIBELLE
                           MOVE W-LIB-TEXTE TO NATUREO
                       WHEN MV-LIMITE-CREDIT
                           MOVE 'DM6017' TO W-LIB-ID
                           MOVE 'LIMITE DE CREDIT' TO W-LIB-TEXTE
                           PERFORM P-PC-TRADUIRE-LIBELLE
                           MOVE W-LIB-TEXTE TO NATUREO
                   END-EVALUATE
                   MOVE MV-CLE-ENREG    TO CLEO
                   MOVE MV-OPER-DEMANDE TO DEMANDO
                   MOVE MV-DATE-DEMANDE TO DATDEMO
                   MOVE MV-PGM-DEMANDE  TO PGMDEMO
                   PERFORM P-FORMATER-AVANT
                   MOVE W-VALEUR-AFFICHEE TO AVANTO
                   PERFORM P-FORMATER-APRES
                   MOVE W-VALEUR-AFFICHEE TO APRESO
                   IF MV-EN-ATTENTE
                       MOVE 'DM6005' TO W-MSG-ID
                       MOVE 'DEMANDE EN ATTENTE DE VALIDATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   ELSE
                       MOVE 'DM6006' TO W-MSG-ID
                       MOVE 'DEMANDE DEJA TRAITEE' TO MSGFLDO
                                                      W-MSG-DEFAUT
                   END-IF
               END-IF
           END-IF
           .

      *    IBAN ET BIC CONCATENES ; UNE PREMIERE SAISIE DE
      *    COORDONNEES N A PAS DE VALEUR EN PLACE
       P-FORMATER-AVANT.
           MOVE SPACES TO W-VALEUR-AFFICHEE
           EVALUATE TRUE
               WHEN MV-COORD-BANCAIRES
                   IF MV-VALEUR-AVANT = SPACES
                       MOVE 'PREMIERE SAISIE' TO W-VALEUR-AFFICHEE
                   ELSE
                       MOVE MV-VALEUR-AVANT TO W-VALEUR-AFFICHEE
                       IF MK-MASQUE
                           MOVE MV-AV-IBAN TO W-MK-ENTREE
                           PERFORM P-MASQUER-IBAN
                       END-IF
                   END-IF
               WHEN MV-TAUX-DROITS
                   MOVE MV-AV-DROITS TO W-ED-DROITS
                   MOVE W-ED-DROITS  TO W-VALEUR-AFFICHEE
               WHEN MV-LIMITE-CREDIT
                   MOVE MV-AV-LIMITE TO W-ED-LIMITE
                   MOVE W-ED-LIMITE  TO W-VALEUR-AFFICHEE
           END-EVALUATE
           .

       P-FORMATER-APRES.
           MOVE SPACES TO W-VALEUR-AFFICHEE
           EVALUATE TRUE
               WHEN MV-COORD-BANCAIRES
                   MOVE MV-VALEUR-APRES TO W-VALEUR-AFFICHEE
                   IF MK-MASQUE
                       MOVE MV-AP-IBAN TO W-MK-ENTREE
                       PERFORM P-MASQUER-IBAN
                   END-IF
               WHEN MV-TAUX-DROITS
                   MOVE MV-AP-DROITS TO W-ED-DROITS
                   MOVE W-ED-DROITS  TO W-VALEUR-AFFICHEE
               WHEN MV-LIMITE-CREDIT
                   MOVE MV-AP-LIMITE TO W-ED-LIMITE
                   MOVE W-ED-LIMITE  TO W-VALEUR-AFFICHEE
           END-EVALUATE
           .

      *    VALIDATION OU REJET D UNE LIGNE PAR SON NUMERO -- RESERVE
      *    AU DROIT DE VALIDER, LE SERVICE LE CONTROLE A NOUVEAU SUR LA
      *    FILE DE RECUPERATION ET REFUSE QUE LE DEMANDEUR VALIDE
       P-DECIDER-DEMANDE.
           MOVE 'V' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
           IF NUMI < 1 OR NUMI > 12
                   OR MODATT-KEY (NUMI) = SPACES
               MOVE 'DM6003' TO W-MSG-ID
               MOVE 'NUMERO DE LIGNE INVALIDE, RELISTER (L)'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           ELSE
               INITIALIZE W-MODATT
               MOVE MODATT-KEY (NUMI) TO W-MV-CLE
               MOVE ACTIONI           TO W-MV-DECISION
               EXEC CICS
                   LINK
                   PROGRAM ('PGMG1VM6')
                   INPUTMSG (W-MODATT)
                   INPUTMSGLEN (LENGTH OF W-MODATT)
               END-EXEC
               EXEC CICS
                   RECEIVE
                   INTO (W-MODATT)
               END-EXEC
               PERFORM P-ERASE-LIST
               PERFORM P-LISTER-DEMANDES
               EVALUATE W-MV-RC
                   WHEN 1
                       IF W-MV-DECISION = 'V'
                           MOVE 'DM6007' TO W-MSG-ID
                           MOVE 'MODIFICATION VALIDEE ET APPLIQUEE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       ELSE
                           MOVE 'DM6008' TO W-MSG-ID
                           MOVE 'MODIFICATION REJETEE' TO MSGFLDO
                                                          W-MSG-DEFAUT
                       END-IF
                   WHEN 2
                       MOVE 'DM6004' TO W-MSG-ID
                       MOVE 'DEMANDE INTROUVABLE, RELISTER (L)'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DM6009' TO W-MSG-ID
                       MOVE 'DEMANDE DEJA TRAITEE, RELISTER (L)'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 5
                       MOVE ERR-NOT-AUTH TO MSGFLDO
                   WHEN 6
                       MOVE 'DM6010' TO W-MSG-ID
                       MOVE ERR-DEMANDEUR TO MSGFLDO
                                             W-MSG-DEFAUT
                   WHEN 7
                       MOVE 'DM6011' TO W-MSG-ID
                       MOVE ERR-VALEUR-PERIMEE TO MSGFLDO
                                                  W-MSG-DEFAUT
                   WHEN 8
                       MOVE 'DM6012' TO W-MSG-ID
                       MOVE 'ENREGISTREMENT INTROUVABLE, A REJETER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE 'DM6013' TO W-MSG-ID
                       MOVE 'ERREUR FICHIER' TO MSGFLDO
                                                W-MSG-DEFAUT
               END-EVALUATE
           END-IF
           END-IF
           .

      *    IBAN EN CLAIR AVEC LE DROIT DONNEES SENSIBLES (CF
      *    MASQUAGE.cpy), MASQUE SINON
       P-CHOISIR-AFFICHAGE.
           MOVE 'D' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-ACCORDEE
               SET MK-EN-CLAIR TO TRUE
           ELSE
               SET MK-MASQUE TO TRUE
           END-IF
           .

      *    CONSULTATION D UNE LIGNE AVEC L IBAN EN CLAIR -- SANS LE
      *    DROIT, SUR UN MOTIF DE REVELATION, JOURNALISE DANS LECTPEG1
      *    POUR L AYANT DROIT VISE
       P-REVELER-DEMANDE.
           IF MK-EN-CLAIR
               PERFORM P-CONSULTER-DEMANDE
           ELSE
               MOVE MOTIFI TO W-MOTIF-REVELATION
               IF NOT MOTIF-REVELATION-VALIDE
                   MOVE 'DM6014' TO W-MSG-ID
                   MOVE 'MOTIF OBLIGATOIRE (RC PA CR JU AU)'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
                   SET MK-EN-CLAIR TO TRUE
                   MOVE SPACES TO E-MODATT
                   PERFORM P-CONSULTER-DEMANDE
                   IF MV-COORD-BANCAIRES
                       PERFORM P-JOURNALISER-REVELATION
                   END-IF
               END-IF
           END-IF
           .

      *    LE BIC QUI SUIT L IBAN DANS W-VALEUR-AFFICHEE RESTE EN CLAIR
       P-MASQUER-IBAN.
           SET MK-IBAN TO TRUE
           PERFORM P-MASQUER-DONNEE
           MOVE W-MK-SORTIE (1:34) TO W-VALEUR-AFFICHEE (1:34)
           .

      *    MASQUAGE PARTIEL D UNE DONNEE SENSIBLE -- REPRIS A
      *    L IDENTIQUE DANS APIG1DC2 ET MODATRPT (CF MASQUAGE.cpy)
       P-MASQUER-DONNEE.
           MOVE W-MK-ENTREE TO W-MK-SORTIE
           MOVE 0 TO W-MK-LONGUEUR
           PERFORM VARYING W-MK-I FROM 45 BY -1
                   UNTIL W-MK-I < 1 OR W-MK-LONGUEUR > 0
               IF W-MK-ENTREE (W-MK-I:1) NOT = SPACE
                   MOVE W-MK-I TO W-MK-LONGUEUR
               END-IF
           END-PERFORM
           MOVE W-MK-LONGUEUR TO W-MK-FIN
           EVALUATE TRUE
               WHEN MK-IBAN
                   IF W-MK-LONGUEUR > 8
                       MOVE 5 TO W-MK-DEBUT
                       SUBTRACT 4 FROM W-MK-FIN
                   ELSE
                       MOVE 1 TO W-MK-DEBUT
                   END-IF
               WHEN MK-EMAIL
                   MOVE 2 TO W-MK-DEBUT
                   MOVE 0 TO W-MK-AROBASE
                   INSPECT W-MK-ENTREE TALLYING W-MK-AROBASE
                       FOR CHARACTERS BEFORE INITIAL '@'
                   IF W-MK-AROBASE < W-MK-LONGUEUR
                       MOVE W-MK-AROBASE TO W-MK-FIN
                   END-IF
               WHEN MK-CODE-POSTAL
                   MOVE 3 TO W-MK-DEBUT
               WHEN OTHER
                   MOVE 2 TO W-MK-DEBUT
           END-EVALUATE
           PERFORM VARYING W-MK-I FROM W-MK-DEBUT BY 1
                   UNTIL W-MK-I > W-MK-FIN
               IF W-MK-ENTREE (W-MK-I:1) NOT = SPACE
                   MOVE '*' TO W-MK-SORTIE (W-MK-I:1)
               END-IF
           END-PERFORM
           .

      *    JOURNAL DES CONSULTATIONS DE DONNEES PERSONNELLES (CF
      *    LECTPERS.cpy) -- REVELATION EN CLAIR AVEC SON MOTIF
       P-JOURNALISER-REVELATION.
           EXEC CICS ASKTIME
               ABSTIME (DATE-TMP)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               DDMMYYYY (LP-DATE-LECTURE)
               DATESEP ('/')
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (LP-HEURE-LECTURE)
               TIMESEP (':')
           END-EXEC
           MOVE SPACES TO E-LECTPERS(44:37)
           MOVE MV-CLE-ENREG (1:6) TO LP-CODEP
           MOVE 'D'          TO LP-CONTEXTE
           MOVE EIBTRMID     TO LP-TERM-ID
           MOVE PGM-NAME     TO LP-PGM-NAME
           MOVE OPER-ID      TO LP-OPER-ID
           MOVE W-MOTIF-REVELATION TO LP-MOTIF
           EXEC CICS
               WRITE FILE('LECTPEG1')
               FROM (E-LECTPERS)
               LENGTH (LENGTH OF E-LECTPERS)
           END-EXEC
           .

       P-ERASE-LIST.
           MOVE SPACES TO
               ITEM01O ITEM02O ITEM03O ITEM04O
               ITEM05O ITEM06O ITEM07O ITEM08O
               ITEM09O ITEM10O ITEM11O ITEM12O
           MOVE SPACES TO
               NATUREO CLEO DEMANDO DATDEMO PGMDEMO AVANTO APRESO
           .

       P-ON-LEAVE.
           EXIT
           .

      * -------------------------------------------------------------- *
      *                                                                *
      *                         COMMANDES CICS                         *
      *                                                                *
      * -------------------------------------------------------------- *

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
