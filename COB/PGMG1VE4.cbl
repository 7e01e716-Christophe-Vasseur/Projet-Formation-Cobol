                       END-IF
                       MOVE W2-VENTES  TO HI-IMAGE-AVANT
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

                       MOVE W-VE-CODEA      TO W2-VE-CODEA
                               IF PERIODE-DEROGEE
                                   MOVE 'PERLOCK' TO HI-TYPE-ENR
                                   EXEC CICS
                                       LINK
                                       PROGRAM ('PGMG1VHC')
                                       INPUTMSG (E-HISTORIQ)
                                       INPUTMSGLEN
                                           (LENGTH OF E-HISTORIQ)
                                   END-EXEC
                                   EXEC CICS
                                       RECEIVE
                                       INTO (E-HISTORIQ)
                                   END-EXEC
                               END-IF
                           WHEN DFHRESP(NOTFND)
      *--------------------------------------------------------------*
      *   LA VENTE EST-ELLE DATEE DANS UNE PERIODE CLOSE ? -- LE      *
      *   VERROU EST POSE PAR CLOTMOIS (PERLOKG1). SI LA PERIODE EST  *
      *   CLOSE, SEUL UN OPERATEUR HABILITE A VALIDER SUR L ECRAN     *
      *   APPELANT (CF P-CONTROLER-VALIDATION) PASSE OUTRE            *
      *--------------------------------------------------------------*

       P-CONTROLER-PERIODE-CLOSE.
                   ITEM (1)
                   RESP (HW-RC-1)
               END-EXEC
               PERFORM P-CONTROLER-VALIDATION
               IF HW-HAB-ACCORDEE
                   SET PERIODE-DEROGEE TO TRUE
               ELSE
                   SET PERIODE-VERROUILLEE TO TRUE
               SET VENTE-DEVISE-INVALID TO TRUE
           END-IF
           .

      *--------------------------------------------------------------*
      *   DROIT DE VALIDER DE L OPERATEUR SUR L ECRAN APPELANT,       *
      *   D APRES SES ROLES OU, A DEFAUT, SON NIVEAU FIXE (SEUL LE    *
      *   SUPERVISEUR) -- CF PGMG1VRO                                 *
      *--------------------------------------------------------------*

       P-CONTROLER-VALIDATION.
           SET HW-HAB-REFUSEE TO TRUE
           IF HW-RC-1 = DFHRESP(NORMAL)
                   OR HW-RC-1 = DFHRESP(LENGERR)
               MOVE HW-OPER-ID  TO HW-HAB-OPER
               MOVE HW-PREV-PGM TO HW-HAB-ECRAN
               MOVE 'V'         TO HW-HAB-FONCTION
               EXEC CICS
                   LINK
                   PROGRAM ('PGMG1VRO')
                   INPUTMSG (HW-HABILITATION)
                   INPUTMSGLEN (LENGTH OF HW-HABILITATION)
               END-EXEC
               EXEC CICS
                   RECEIVE
                   INTO (HW-HABILITATION)
               END-EXEC
               IF NOT HW-HAB-ACCORDEE
                   SET HW-HAB-REFUSEE TO TRUE
               END-IF
           END-IF
           .
