       COPY HISTORIQ.
       COPY HISTWHO.
       COPY CTRADDEN.
       COPY MODATT.

       01  W-FK-RC-CICS-1           PIC S9(04) COMP.
           88 CICS-RESP-NORMAL-FK       VALUE 0.
       77  W-MODE-DEMANDE            PIC 9(01) VALUE ZERO.
       01  W-RC-RENOUV               PIC S9(04) COMP.

      *    LE TAUX DE DROITS EST SOUMIS A DOUBLE CONTROLE : UN TAUX
      *    SAISI DIFFERENT DU TAUX EN PLACE N EST PAS REECRIT, IL EST
      *    DEPOSE EN DEMANDE DANS MODATTG1 (CF MODATT.cpy) ET NE SERA
      *    APPLIQUE QU A SA VALIDATION PAR UN AUTRE SUPERVISEUR
      *    (PGMG1VM6) -- CODE REPONSE 6 = MODIFICATION ENREGISTREE,
      *    TAUX EN ATTENTE ; 7 = MODIFICATION ENREGISTREE MAIS ECHEC
      *    DU DEPOT DE LA DEMANDE DE TAUX
       77  W-DROITS-DEMANDES         PIC 9(03)V9(02) VALUE ZERO.
       01  W-TAUX-SW                 PIC X(01) VALUE 'N'.
           88 TAUX-A-VALIDER             VALUE 'O'.
           88 TAUX-INCHANGE              VALUE 'N'.
       01  W-RC-MODATT               PIC S9(08) COMP.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*
                           END-IF
                           MOVE W2-CONTRAT TO HI-IMAGE-AVANT
                           EXEC CICS
                               LINK
                               PROGRAM ('PGMG1VHC')
                               INPUTMSG (E-HISTORIQ)
                               INPUTMSGLEN (LENGTH OF E-HISTORIQ)
                           END-EXEC
                           EXEC CICS
                               RECEIVE
                               INTO (E-HISTORIQ)
                           END-EXEC

                           MOVE W-CO-FONCTION   TO W2-CO-FONCTION
                           MOVE W-CO-DATE-SIGN  TO W2-CO-DATE-SIGN
                           IF W-CO-DROITS NOT = W2-CO-DROITS
                               SET TAUX-A-VALIDER TO TRUE
                               MOVE W-CO-DROITS TO W-DROITS-DEMANDES
                           ELSE
                               SET TAUX-INCHANGE TO TRUE
                           END-IF
                           MOVE W-CO-DATE-EXPIR TO W2-CO-DATE-EXPIR
                           MOVE W-CO-TAUX-RESERVE
                                                TO W2-CO-TAUX-RESERVE
                           MOVE W-CO-TAUX-MERCH TO W2-CO-TAUX-MERCH
                           MOVE W-CO-MOIS-ECOULEMENT
                                             TO W2-CO-MOIS-ECOULEMENT
      *                    LA RESILIATION PASSE PAR CE CHANGEMENT DE
      *                    STATUT -- LE CONTRAT EST CONSERVE POUR
      *                    L HISTORIQUE AU LIEU D ETRE SUPPRIME
                                   IF W-MODE-DEMANDE = 2
                                       PERFORM P-SOLDER-BROUILLON
                                   END-IF
                                   IF TAUX-A-VALIDER
                                       PERFORM P-DEPOSER-DEMANDE-TAUX
                                   END-IF
                               WHEN DFHRESP(NOTFND)
                                   MOVE 2 TO W-CO-CODE-MODIF
                               WHEN OTHER
           MOVE W2-CO-FONCTION      TO CA-FONCTION
           MOVE W2-CO-DROITS        TO CA-DROITS
           MOVE W2-CO-DATE-EXPIR    TO CA-DATE-EXPIR
           MOVE W2-CO-STATUT        TO CA-STATUT
           EXEC CICS
               WRITE FILE('CTRADDG1')
               FROM (E-CTRADDEN)
                   MOVE W2-CO-FONCTION   TO CA-FONCTION
                   MOVE W2-CO-DROITS     TO CA-DROITS
                   MOVE W2-CO-DATE-EXPIR TO CA-DATE-EXPIR
                   MOVE W2-CO-STATUT     TO CA-STATUT
                   EXEC CICS FORMATTIME
                       ABSTIME (DATE-TMP)
                       YYYYMMDD (CA-DATE-CREATION)
           END-IF
           .

      *--------------------------------------------------------------*
      *   DEPOT DU NOUVEAU TAUX DE DROITS EN DEMANDE DE VALIDATION -- *
      *   LE CONTRAT GARDE SON TAUX EN PLACE JUSQU A LA VALIDATION    *
      *--------------------------------------------------------------*

       P-DEPOSER-DEMANDE-TAUX.
           MOVE SPACES            TO E-MODATT
           SET MV-TAUX-DROITS     TO TRUE
           MOVE W-CO-KEY          TO MV-CLE-ENREG
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               YYYYMMDD (MV-DATE-DEMANDE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (DATE-TMP)
               TIME (MV-HEURE-DEMANDE)
           END-EXEC
           MOVE HI-OPER-ID        TO MV-OPER-DEMANDE
           MOVE 'PGMG1VD4'        TO MV-PGM-DEMANDE
           MOVE W2-CO-DROITS      TO MV-AV-DROITS
           MOVE W-DROITS-DEMANDES TO MV-AP-DROITS
           SET MV-EN-ATTENTE      TO TRUE
           MOVE SPACES            TO MV-OPER-DECISION
           MOVE ZERO              TO MV-DATE-DECISION
           MOVE ZERO              TO MV-HEURE-DECISION
           MOVE ZERO              TO MV-NUM-ORDRE
           PERFORM P-ECRIRE-DEMANDE
           PERFORM UNTIL W-RC-MODATT NOT = DFHRESP(DUPREC)
                   OR MV-NUM-ORDRE = 99
               ADD 1 TO MV-NUM-ORDRE
               PERFORM P-ECRIRE-DEMANDE
           END-PERFORM
           IF W-RC-MODATT = DFHRESP(NORMAL)
               MOVE 6 TO W-CO-CODE-MODIF
           ELSE
               MOVE 7 TO W-CO-CODE-MODIF
           END-IF
           .

       P-ECRIRE-DEMANDE.
           EXEC CICS
               WRITE FILE('MODATTG1')
               FROM (E-MODATT)
               LENGTH (LENGTH OF E-MODATT)
               RIDFLD (MV-CLE)
               RESP (W-RC-MODATT)
           END-EXEC
           .

      *--------------------------------------------------------------*
      *   LE RENOUVELLEMENT APPROUVE SOLDE LE BROUILLON RENOUVG1 EN   *
      *   ATTENTE SUR LA MEME CLE (CF CTREXPIR QUI LE DEPOSE ET       *
