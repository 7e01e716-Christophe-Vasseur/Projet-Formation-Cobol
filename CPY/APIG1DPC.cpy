      ****************************************************************

       P-BRWS-MAIN.
      *    TOUT ABEND DE LA TACHE, DANS L ECRAN OU DANS UN SERVICE
      *    QU IL APPELLE, EST INTERCEPTE PAR P-PC-ABEND
           EXEC CICS
               HANDLE ABEND
               LABEL (P-PC-ABEND)
           END-EXEC
           IF EIBCALEN = 0
               PERFORM P-PC-FIRST-TIME
           ELSE
               PERFORM P-ON-INIT
               PERFORM P-ON-DISPLAY
           END-IF
           PERFORM P-PC-TRADUIRE-ECRAN
           PERFORM P-PC-STAMP-ENVIRON
           PERFORM P-CICS-SEND
           MOVE PGM-NAME TO PREV-PGM
                   WHEN DFHCLEAR
                       PERFORM P-ON-LEAVE
                       PERFORM P-CICS-CLEAR-RECOVERY
                       PERFORM P-PC-TRADUIRE-ADIEU
                       PERFORM P-CICS-BBYE
                       PERFORM P-CICS-QUIT
                   WHEN DFHPF3
                       MOVE EIBAID TO AID-KEY
                       PERFORM P-CICS-RECV
                       IF RC-1 = RC-MAPFAIL
                           PERFORM P-PC-LANDING
                       ELSE
                           PERFORM P-ON-SUBMIT
                           IF DEST-PGM = PGM-NAME
                               PERFORM P-ON-DISPLAY
                               PERFORM P-PC-TRADUIRE-ECRAN
                               PERFORM P-PC-STAMP-ENVIRON
                               PERFORM P-CICS-SEND
                               MOVE PGM-NAME TO PREV-PGM
           END-IF
           .

      *----------------------------------------------------------------*
      *  MAPFAIL : ATTERRISSAGE SUR CET ECRAN APRES UN XCTL (LE        *
      *  TERMINAL PORTE ENCORE LA MAP DE L ANCIEN ECRAN) OU TOUCHE     *
      *  D ACTION SANS AUCUNE SAISIE. A L ARRIVEE D UN AUTRE ECRAN     *
      *  (PREV-PGM DIFFERENT), LE DROIT DE CONSULTER CET ECRAN EST     *
      *  CONTROLE D APRES LES ROLES DE L OPERATEUR ; REFUSE, LE        *
      *  TERMINAL EST RENVOYE A L ECRAN DE RETOUR (PF3-PGM) AVEC LE    *
      *  MESSAGE DE REFUS                                              *
      *----------------------------------------------------------------*

       P-PC-LANDING.
           SET HAB-ACCORDEE TO TRUE
           IF PREV-PGM NOT = PGM-NAME AND PF3-PGM NOT = SPACES
               MOVE 'L' TO W-HAB-FONCTION
               PERFORM P-PC-CONTROLER-FONCTION
           END-IF
           IF HAB-REFUSEE
               PERFORM P-ON-LEAVE
               MOVE ERR-NOT-AUTH TO RCVY-MSG
               MOVE PF3-PGM      TO NEXT-PGM
               PERFORM P-CICS-XCTL
           ELSE
      *        UNE EXPIRATION DE SESSION OU UN REFUS D ACCES VIENT DE
      *        RAMENER CE TERMINAL ICI : LE MESSAGE DEPOSE DANS
      *        RCVY-MSG EST AFFICHE AU LIEU DU MESSAGE GENERIQUE
               IF RCVY-MSG = ERR-SESSION-EXPIRED
                   OR RCVY-MSG = ERR-NOT-AUTH
                   MOVE RCVY-MSG TO MSGFLDO
                   MOVE SPACES   TO RCVY-MSG
               ELSE
                   MOVE ERR-NO-CHOICE TO MSGFLDO
               END-IF
               PERFORM P-ON-DISPLAY
               PERFORM P-PC-TRADUIRE-ECRAN
               PERFORM P-PC-STAMP-ENVIRON
               PERFORM P-CICS-SEND
               MOVE PGM-NAME TO PREV-PGM
               PERFORM P-CICS-SAVE-RECOVERY
               MOVE DATE-TMP TO LAST-ACTIVITY-TIME
               PERFORM P-CICS-WAIT
           END-IF
           .

      *----------------------------------------------------------------*
      *  CONTROLE D UN DROIT DE L OPERATEUR SUR CET ECRAN -- L ECRAN   *
      *  POSE LA FONCTION DANS W-HAB-FONCTION ('L' CONSULTER, 'C'      *
      *  CREER, 'M' MODIFIER, 'S' SUPPRIMER, 'V' VALIDER, 'D'         *
      *  DONNEES SENSIBLES EN CLAIR) ET TESTE HAB-ACCORDEE /           *
      *  HAB-REFUSEE AU RETOUR. LES DROITS DECOULENT                   *
      *  DES ROLES DE L OPERATEUR (ROLEG1) OU, A DEFAUT DE ROLE, DE    *
      *  SON NIVEAU FIXE (CF PGMG1VRO)                                 *
      *----------------------------------------------------------------*

       P-PC-CONTROLER-FONCTION.
           MOVE PGM-NAME TO W-HAB-ECRAN
           PERFORM P-PC-HABILITATION
           .

      *    CONTROLE SUR UN AUTRE ECRAN QUE L ECRAN COURANT (DESTINATION
      *    D UN CHOIX DE MENU) -- W-HAB-ECRAN EST POSE PAR L APPELANT
       P-PC-HABILITATION.
           MOVE OPER-ID TO W-HAB-OPER
           MOVE SPACES  TO W-HAB-REPONSE
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VRO')
               INPUTMSG (W-HABILITATION)
               INPUTMSGLEN (LENGTH OF W-HABILITATION)
           END-EXEC
           EXEC CICS
               RECEIVE
               INTO (W-HABILITATION)
           END-EXEC
           IF NOT HAB-ACCORDEE
               SET HAB-REFUSEE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      *  BANDEAU D ENVIRONNEMENT -- QUAND LA SESSION TOURNE SUR LES    *
      *  FICHIERS DE FORMATION (CF TRAINREF ET ENVIRON-IND DANS LA     *
           END-IF
           .

      *----------------------------------------------------------------*
      *  TRADUCTION DU MESSAGE ET DU TITRE DANS LA LANGUE DE           *
      *  L OPERATEUR (CF MSGTXT.cpy ET OPER-LANGUE) -- UN MESSAGE      *
      *  STANDARD D APIG1DWK EST RECONNU A SON TEXTE ; LES AUTRES      *
      *  TEXTES SONT CEUX DONT L ECRAN A DONNE L IDENTIFIANT           *
      *  (W-MSG-ID, W-TITRE-ID) ET QUI N ONT PAS ETE REMPLACES DEPUIS. *
      *  FAUTE DE TEXTE AU FICHIER, LE TEXTE FRANCAIS DU PROGRAMME EST *
      *  ENVOYE                                                        *
      *----------------------------------------------------------------*

       P-PC-TRADUIRE-ECRAN.
           IF W-MSG-ID = SPACES OR MSGFLDO NOT = W-MSG-DEFAUT
               PERFORM P-PC-IDENTIFIER-STANDARD
           END-IF
           IF W-TITRE-ID NOT = SPACES AND TITRFLDO NOT = W-TITRE-DEFAUT
               MOVE SPACES TO W-TITRE-ID
           END-IF
           IF W-MSG-ID NOT = SPACES OR W-TITRE-ID NOT = SPACES
               PERFORM P-PC-LANGUE-TEXTES
               MOVE W-MSG-ID   TO W-TX-ID (1)
               MOVE MSGFLDO    TO W-TX-TEXTE (1)
               MOVE W-TITRE-ID TO W-TX-ID (2)
               MOVE TITRFLDO   TO W-TX-TEXTE (2)
               PERFORM P-PC-CHERCHER-TEXTES
               IF TEXTE-TROUVE (1)
                   MOVE W-TX-TEXTE (1) TO MSGFLDO
               END-IF
               IF TEXTE-TROUVE (2)
                   MOVE W-TX-TEXTE (2) TO TITRFLDO
               END-IF
           END-IF
           MOVE SPACES TO W-MSG-ID
                          W-TITRE-ID
           .

      *    MESSAGES STANDARD DE APIG1DWK -- IDENTIFIANTS 'STD' FIXES,
      *    A NE JAMAIS RENUMEROTER (CLES DE MSGTXTG1)
       P-PC-IDENTIFIER-STANDARD.
           MOVE SPACES TO W-MSG-ID
           EVALUATE MSGFLDO
               WHEN ERR-NOT-AVAIL
                   MOVE 'STD001' TO W-MSG-ID
               WHEN ERR-BAD-CHOICE
                   MOVE 'STD002' TO W-MSG-ID
               WHEN ERR-NO-CHOICE
                   MOVE 'STD003' TO W-MSG-ID
               WHEN ERR-FILE-EMPTY
                   MOVE 'STD004' TO W-MSG-ID
               WHEN ERR-UNKNOWN
                   MOVE 'STD005' TO W-MSG-ID
               WHEN ERR-FST-PAGE
                   MOVE 'STD006' TO W-MSG-ID
               WHEN ERR-LST-PAGE
                   MOVE 'STD007' TO W-MSG-ID
               WHEN ERR-NOT-AUTH
                   MOVE 'STD008' TO W-MSG-ID
               WHEN ERR-INCIDENT
                   MOVE 'STD009' TO W-MSG-ID
               WHEN ERR-REFERENCED
                   MOVE 'STD010' TO W-MSG-ID
               WHEN ERR-FK-UNKNOWN
                   MOVE 'STD011' TO W-MSG-ID
               WHEN ERR-RECORD-CHANGED
                   MOVE 'STD012' TO W-MSG-ID
               WHEN ERR-DUPLICATE-TITLE
                   MOVE 'STD013' TO W-MSG-ID
               WHEN ERR-INVALID-AMOUNT
                   MOVE 'STD014' TO W-MSG-ID
               WHEN ERR-INVALID-RETURN-QTY
                   MOVE 'STD015' TO W-MSG-ID
               WHEN ERR-TAUX-EN-ATTENTE
                   MOVE 'STD016' TO W-MSG-ID
               WHEN ERR-TAUX-NON-DEPOSE
                   MOVE 'STD017' TO W-MSG-ID
               WHEN ERR-LIMITE-EN-ATTENTE
                   MOVE 'STD018' TO W-MSG-ID
               WHEN ERR-LIMITE-NON-DEPOSEE
                   MOVE 'STD019' TO W-MSG-ID
               WHEN ERR-SESSION-EXPIRED
                   MOVE 'STD020' TO W-MSG-ID
           END-EVALUATE
           .

      *    LIBELLE DE LA MAP AUTRE QUE LE MESSAGE ET LE TITRE (ACTION,
      *    RUBRIQUES DU SOUS-MENU...) -- L ECRAN POSE W-LIB-ID ET LE
      *    TEXTE FRANCAIS DANS W-LIB-TEXTE, QUI REVIENT TRADUIT
       P-PC-TRADUIRE-LIBELLE.
           PERFORM P-PC-LANGUE-TEXTES
           MOVE W-LIB-ID    TO W-TX-ID (1)
           MOVE W-LIB-TEXTE TO W-TX-TEXTE (1)
           PERFORM P-PC-CHERCHER-TEXTES
           IF TEXTE-TROUVE (1)
               MOVE W-TX-TEXTE (1) TO W-LIB-TEXTE
           END-IF
           .

       P-PC-TRADUIRE-ADIEU.
           MOVE 'STD000' TO W-LIB-ID
           MOVE GOODBYE  TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO GOODBYE
           .

      *    ECRAN D INCIDENT (CF P-PC-ABEND) -- CHAQUE LIGNE GARDE SON
      *    TEXTE FRANCAIS SI SA TRADUCTION EST ABSENTE OU SI LE
      *    SERVICE DES TEXTES EST INDISPONIBLE
       P-PC-TRADUIRE-INCIDENT.
           MOVE 'STD021' TO W-LIB-ID
           MOVE 'INCIDENT TECHNIQUE SUR LE PROGRAMME' TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE SPACES TO W-IE-LIGNE
           STRING W-LIB-TEXTE DELIMITED BY '  '
               ' ' W-INC-PGM-ABEND ', CODE ' W-INC-ABCODE
               DELIMITED BY SIZE
               INTO W-IE-LIGNE
           IF INCIDENT-ENREGISTRE
               MOVE 'STD022' TO W-LIB-ID
               MOVE 'INCIDENT ENREGISTRE DANS LE JOURNAL DES INCIDENTS.'
                   TO W-LIB-TEXTE
           ELSE
               MOVE 'STD023' TO W-LIB-ID
               MOVE 'JOURNAL DES INCIDENTS INDISPONIBLE, NOTER CE CODE.'
                   TO W-LIB-TEXTE
           END-IF
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO W-IE-SUITE
           MOVE 'STD024'    TO W-LIB-ID
           MOVE W-IE-SAISIE TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO W-IE-SAISIE
           MOVE 'STD025'    TO W-LIB-ID
           MOVE W-IE-RETOUR TO W-LIB-TEXTE
           PERFORM P-PC-TRADUIRE-LIBELLE
           MOVE W-LIB-TEXTE TO W-IE-RETOUR
           .

      *    AVANT IDENTIFICATION, LES ECRANS SONT EN FRANCAIS
       P-PC-LANGUE-TEXTES.
           INITIALIZE W-TEXTES
           IF OPER-LANGUE = SPACES OR OPER-LANGUE = LOW-VALUE
               MOVE 'FR' TO W-TX-LANGUE
           ELSE
               MOVE OPER-LANGUE TO W-TX-LANGUE
           END-IF
           .

      *    UN SERVICE INDISPONIBLE NE BLOQUE PAS L ECRAN : LES POSTES
      *    RESTENT NON TROUVES ET LE TEXTE FRANCAIS EST ENVOYE
       P-PC-CHERCHER-TEXTES.
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VTX')
               INPUTMSG (W-TEXTES)
               INPUTMSGLEN (LENGTH OF W-TEXTES)
               RESP (RC-2)
           END-EXEC
           IF RC-2 = DFHRESP(NORMAL)
               EXEC CICS
                   RECEIVE
                   INTO (W-TEXTES)
                   NOHANDLE
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      *  DETECTION D UN TERMINAL RESTE INACTIF PLUS DE                 *
      *  W-IDLE-TIMEOUT-SECS DEPUIS SA DERNIERE ATTENTE D ENTREE       *
               INITIALIZE WK-COMM-AREA
           END-IF
           .

      *----------------------------------------------------------------*
      *  TRAITEMENT D ABEND -- L EIB EST RELEVE AVANT TOUTE AUTRE      *
      *  COMMANDE (DERNIERE COMMANDE DE L ECRAN), LES MISES A JOUR DE  *
      *  LA TACHE SONT ANNULEES, L INCIDENT EST ENREGISTRE DANS        *
      *  ERRLOGG1 PAR LE SERVICE PGMG1VAB (CF ERRLOG.cpy) ET           *
      *  L OPERATEUR RECOIT UN ECRAN D EXPLICATION. LA TOUCHE ENTREE   *
      *  RELANCE LA TRANSACTION SANS COMMAREA : LA FILE DE             *
      *  RECUPERATION REDONNE LE DERNIER ECRAN AFFICHE, AVEC LE        *
      *  MESSAGE DE REPRISE                                            *
      *----------------------------------------------------------------*

       P-PC-ABEND.
           INITIALIZE W-INCIDENT
           MOVE EIBFN    TO W-INC-EIBFN
           MOVE EIBRSRCE TO W-INC-RESSOURCE
           MOVE EIBRESP  TO W-INC-RESP
           EXEC CICS
               HANDLE ABEND
               CANCEL
           END-EXEC
           EXEC CICS
               ASSIGN
               ABCODE (W-INC-ABCODE)
               ABPROGRAM (W-INC-PGM-ABEND)
               NOHANDLE
           END-EXEC
           EXEC CICS
               SYNCPOINT ROLLBACK
               NOHANDLE
           END-EXEC
           MOVE PGM-NAME   TO W-INC-PGM-ECRAN
           MOVE EIBTRNID   TO W-INC-TRANS
           MOVE EIBTRMID   TO W-INC-TERM-ID
           MOVE OPER-ID    TO W-INC-OPER-ID
           MOVE CHOICE-1   TO W-INC-CHOIX(1:1)
           MOVE CHOICE-2   TO W-INC-CHOIX(2:1)
           MOVE FLAG-MODIF TO W-INC-CHOIX(3:1)
           IF FST-KEY NOT = SPACES
               MOVE FST-KEY            TO W-INC-CLE
           ELSE
               MOVE BEFORE-IMAGE(1:25) TO W-INC-CLE
           END-IF
           IF W-INC-PGM-ABEND = SPACES OR LOW-VALUE
               MOVE PGM-NAME TO W-INC-PGM-ABEND
           END-IF
           EXEC CICS
               LINK
               PROGRAM ('PGMG1VAB')
               INPUTMSG (W-INCIDENT)
               INPUTMSGLEN (LENGTH OF W-INCIDENT)
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               EXEC CICS
                   RECEIVE
                   INTO (W-INCIDENT)
                   NOHANDLE
               END-EXEC
           END-IF
           PERFORM P-PC-TRADUIRE-INCIDENT
           MOVE 'RV'     TO RCVY-QUEUE(1:2)
           MOVE EIBTRMID TO RCVY-QUEUE(3:4)
           EXEC CICS
               READQ TS
               QUEUE (RCVY-QUEUE)
               INTO (WK-COMM-AREA)
               LENGTH (LENGTH OF WK-COMM-AREA)
               ITEM (1)
               RESP (RC-1)
           END-EXEC
           IF RC-1 = DFHRESP(NORMAL)
               MOVE ERR-INCIDENT TO RCVY-MSG
               EXEC CICS
                   WRITEQ TS
                   QUEUE (RCVY-QUEUE)
                   FROM (WK-COMM-AREA)
                   LENGTH (LENGTH OF WK-COMM-AREA)
                   ITEM (1)
                   REWRITE
                   RESP (RC-1)
               END-EXEC
           END-IF
           EXEC CICS
               SEND TEXT
               FROM (W-INC-ECRAN)
               LENGTH (LENGTH OF W-INC-ECRAN)
               ERASE
               FREEKB
               NOHANDLE
           END-EXEC
           EXEC CICS
               RETURN
               TRANSID (TRANS-ID)
           END-EXEC
           .
