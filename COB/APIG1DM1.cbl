           05 O-SM-HEURE           PIC X(08).
           05 FILLER               PIC X(01).
           05 O-SM-FORMAT          PIC X(01).
           05 O-SM-DEPOT           PIC X(01).
           05 FILLER               PIC X(01).
           05 O-SM-TYPE-MVT        PIC X(01).
           05 O-SM-SENS            PIC X(01).
           05 O-SM-QTE             PIC 9(07).
           05 FILLER               PIC X(01).
           05 O-SM-REFERENCE       PIC X(21).

       LINKAGE SECTION.

           .

       P-ON-DISPLAY.
           MOVE 'DM1001' TO W-TITRE-ID
           MOVE 'MOUVEMENTS DE STOCK D''UN ALBUM' TO TITRFLDO
                                                     W-TITRE-DEFAUT
           .

       P-ON-SUBMIT.
      *    ON FAIT DU SURPLACE
           MOVE PGM-NAME TO DEST-PGM
           IF CODEAI = SPACES OR CODEAI = LOW-VALUE
               MOVE 'DM1002' TO W-MSG-ID
               MOVE 'SAISIR LE CODE DE L''ALBUM' TO MSGFLDO
                                                    W-MSG-DEFAUT
           ELSE
               PERFORM P-LISTER-MOUVEMENTS
           END-IF
           .

      *    PARCOURS DU JOURNAL PAR PREFIXE ALBUM (+ SUPPORT ET SITE
      *    LE CAS ECHEANT) -- LES QUINZE PREMIERS MOUVEMENTS SONT
      *    AFFICHES, LE MESSAGE SIGNALE S IL EN RESTE ; UN SITE SAISI
      *    SANS SUPPORT FILTRE LES MOUVEMENTS AU FIL DU PARCOURS
       P-LISTER-MOUVEMENTS.
           PERFORM P-ERASE-LIST
           MOVE 0 TO I
           MOVE CODEAI    TO SM-CODEA
           IF FORMATI NOT = SPACES
               MOVE FORMATI TO SM-FORMAT
               IF DEPOTI NOT = SPACES
                   MOVE DEPOTI TO SM-DEPOT
               ELSE
                   MOVE LOW-VALUE TO SM-DEPOT
               END-IF
           ELSE
               MOVE LOW-VALUE TO SM-FORMAT
               MOVE LOW-VALUE TO SM-DEPOT
           END-IF
           MOVE ZERO      TO SM-DATE
           MOVE LOW-VALUE TO SM-HEURE
               RESP2 (RC-2)
           END-EXEC
           IF RC-1 NOT = DFHRESP(NORMAL)
               MOVE 'DM1003' TO W-MSG-ID
               MOVE 'AUCUN MOUVEMENT POUR CET ALBUM' TO MSGFLDO
                                                        W-MSG-DEFAUT
           ELSE
               SET MVT-NON-FIN TO TRUE
               PERFORM UNTIL MVT-FIN
                       WHEN FORMATI NOT = SPACES
                               AND SM-FORMAT NOT = FORMATI
                           SET MVT-FIN TO TRUE
                       WHEN FORMATI NOT = SPACES
                               AND DEPOTI NOT = SPACES
                               AND SM-DEPOT NOT = DEPOTI
                           SET MVT-FIN TO TRUE
                       WHEN DEPOTI NOT = SPACES
                               AND SM-DEPOT NOT = DEPOTI
                           CONTINUE
                       WHEN I = 15
                           MOVE 'DM1004' TO W-MSG-ID
                           MOVE 'SUITE DES MOUVEMENTS NON AFFICHEE'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                           SET MVT-FIN TO TRUE
                       WHEN OTHER
                           ADD 1 TO I
                   RESP2 (RC-2)
               END-EXEC
               IF I = 0
                   MOVE 'DM1003' TO W-MSG-ID
                   MOVE 'AUCUN MOUVEMENT POUR CET ALBUM' TO MSGFLDO
                                                            W-MSG-DEFAUT
               END-IF
           END-IF
           .
           MOVE SM-DATE      TO O-SM-DATE
           MOVE SM-HEURE     TO O-SM-HEURE
           MOVE SM-FORMAT    TO O-SM-FORMAT
           MOVE SM-DEPOT     TO O-SM-DEPOT
           MOVE SM-TYPE-MVT  TO O-SM-TYPE-MVT
           MOVE SM-SENS      TO O-SM-SENS
           MOVE SM-QTE       TO O-SM-QTE
