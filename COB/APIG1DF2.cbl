           05 W-MA-SIREN           PIC X(05).
           05 W-MA-RAISON-SOC      PIC X(30).
           05 W-MA-ADRESSE         PIC X(15).
           05 W-MA-CODEP-DIR       PIC X(06).
           05 W-MA-LIMITE-CREDIT   PIC 9(09)V9(02).
           05 W-MA-CODE-CONSULT    PIC 9(01).
           05 W-MA-DELAI-REGLEMENT PIC 9(03).
           05 W-MA-FIN-DE-MOIS     PIC X(01).
           05 W-MA-PENALITES       PIC X(01).
           05 FILLER               PIC X(09).
      *    IMAGE AVANT MODIFICATION, UTILISEE POUR DETECTER UNE
      *    MODIFICATION CONCURRENTE AVANT REWRITE
           05 W-MA-RAISON-SOC-AVANT PIC X(30).
           05 W-MA-ADRESSE-AVANT   PIC X(15).
           05 W-MA-CODEP-DIR-AVANT PIC X(06).

       01 W2-MAISON-DIST.
           05 W2-MA-SIREN          PIC X(05).
           05 W2-MA-RAISON-SOC     PIC X(30).
           05 W2-MA-ADRESSE        PIC X(15).
           05 W2-MA-CODEP-DIR      PIC X(06).
           05 FILLER               PIC X(24).

       LINKAGE SECTION.

       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DF2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UNE MAISON DE DISTRIBUTION'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'SAISIR LES CHAMPS DE LA MAISON DE DISTRIBUTION
      -'A CREER'
                       TO FIELD2O
               WHEN 4
                   MOVE 'DF2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UNE MAISON DE DISTRIBUTION'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE SIREN DE LA MAISON DE DISTR
      -'IBUTION A MODIFIER + ENTREE'
                       TO FIELD1O
           .

       P-CREATION-MAISON-DIST.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
           IF FDMI NOT = 'O' AND FDMI NOT = 'N' AND FDMI NOT = SPACE
               MOVE 'DF2003' TO W-MSG-ID
               MOVE 'FIN DE MOIS : SAISIR O OU N' TO MSGFLDO
                                                     W-MSG-DEFAUT
           ELSE
           IF EXONI NOT = 'O' AND EXONI NOT = 'N' AND EXONI NOT = SPACE
               MOVE 'DF2004' TO W-MSG-ID
               MOVE 'EXONERATION PENALITES : SAISIR O OU N'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           ELSE
      *    SEUL UN OPERATEUR HABILITE A VALIDER (SUPERVISEUR A DEFAUT
      *    DE ROLE) EXONERE UNE MAISON DES PENALITES
           IF EXONI = 'O'
               MOVE 'V' TO W-HAB-FONCTION
               PERFORM P-PC-CONTROLER-FONCTION
           END-IF
           IF EXONI = 'O' AND HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE SIRENI   TO MA-SIREN
               MOVE ADRESSEI TO MA-ADRESSE
               MOVE CODEPI   TO MA-CODEP-DIR
               MOVE CREDLIMI TO MA-LIMITE-CREDIT
               MOVE DELAII   TO MA-DELAI-REGLEMENT
               MOVE FDMI     TO MA-FIN-DE-MOIS
               MOVE EXONI    TO MA-PENALITES

               EXEC CICS
                   LINK

               EVALUATE CODE-ERR-1
                   WHEN 1
                       MOVE 'DF2005' TO W-MSG-ID
                       MOVE 'ENREGISTREMENT CREE' TO MSGFLDO
                                                     W-MSG-DEFAUT
                   WHEN 2
                       MOVE 'DF2006' TO W-MSG-ID
                       MOVE 'CLE EXISTANTE, ECHEC CREATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DF2007' TO W-MSG-ID
                       MOVE 'ECHEC CREATION, PROBLEME FICHER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE CODE-ERREUR TO MSGFLDO
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           .

       P-MODIF-MAISON-DIST.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF

                       EVALUATE W-MA-CODE-CONSULT
                           WHEN 1
                               MOVE 'DF2008' TO W-MSG-ID
                               MOVE 'MAISON DE DISTRIBUTION TROUVEE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                               MOVE W-MA-ADRESSE      TO ADRESSEO
                               MOVE W-MA-RAISON-SOC   TO RAISSOCO
                               MOVE W-MA-CODEP-DIR    TO CODEPO
                               MOVE W-MA-LIMITE-CREDIT TO CREDLIMO
                               MOVE W-MA-DELAI-REGLEMENT TO DELAIO
                               MOVE W-MA-FIN-DE-MOIS  TO FDMO
                               MOVE W-MA-PENALITES    TO EXONO
                               MOVE W-MA-RAISON-SOC TO
                                   BEFORE-IMAGE(1:30)
                               MOVE W-MA-ADRESSE TO
                                   BEFORE-IMAGE(31:15)
                               MOVE W-MA-CODEP-DIR TO
                                   BEFORE-IMAGE(46:6)
                               MOVE W-MA-PENALITES TO
                                   BEFORE-IMAGE(52:1)
                               MOVE 1 TO FLAG-MODIF
                           WHEN 2
                               MOVE 'DF2012' TO W-MSG-ID
                               MOVE
                                'MAISON DE DISTRIBUTION NON TROUVEE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN OTHER
                               MOVE 'DF2009' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'  TO MSGFLDO
                                                         W-MSG-DEFAUT
                       END-EVALUATE

                   WHEN 1
                       IF FDMI NOT = 'O' AND FDMI NOT = 'N'
                               AND FDMI NOT = SPACE
                           MOVE 'DF2003' TO W-MSG-ID
                           MOVE 'FIN DE MOIS : SAISIR O OU N'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       ELSE
                       IF EXONI NOT = 'O' AND EXONI NOT = 'N'
                               AND EXONI NOT = SPACE
                           MOVE 'DF2004' TO W-MSG-ID
                           MOVE 'EXONERATION PENALITES : SAISIR O OU N'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       ELSE
      *                SEUL UN OPERATEUR HABILITE A VALIDER ACCORDE OU
      *                RETIRE L EXONERATION DES PENALITES DE RETARD
                       IF EXONI NOT = BEFORE-IMAGE(52:1)
                           MOVE 'V' TO W-HAB-FONCTION
                           PERFORM P-PC-CONTROLER-FONCTION
                       END-IF
                       IF EXONI NOT = BEFORE-IMAGE(52:1)
                               AND HAB-REFUSEE
                           MOVE ERR-NOT-AUTH TO MSGFLDO
                       ELSE
                           MOVE FLAG-MODIF TO W-MA-CODE-CONSULT
                           MOVE SIRENI     TO W-MA-SIREN
                           MOVE ADRESSEI   TO W-MA-ADRESSE
                           MOVE RAISSOCI   TO W-MA-RAISON-SOC
                           MOVE CODEPI     TO W-MA-CODEP-DIR
                           MOVE CREDLIMI   TO W-MA-LIMITE-CREDIT
                           MOVE DELAII     TO W-MA-DELAI-REGLEMENT
                           MOVE FDMI       TO W-MA-FIN-DE-MOIS
                           MOVE EXONI      TO W-MA-PENALITES
                           MOVE BEFORE-IMAGE(1:30) TO
                               W-MA-RAISON-SOC-AVANT
                           MOVE BEFORE-IMAGE(31:15) TO
                               W-MA-ADRESSE-AVANT
                           MOVE BEFORE-IMAGE(46:6) TO
                               W-MA-CODEP-DIR-AVANT

                           EXEC CICS
                               LINK
                               PROGRAM ('PGMG1VF4')
                               INPUTMSG (W-MAISON-DIST)
                               INPUTMSGLEN (LENGTH OF W-MAISON-DIST)
                           END-EXEC

                           EXEC CICS
                               RECEIVE
                               INTO (W-MAISON-DIST)
                           END-EXEC

                           EVALUATE W-MA-CODE-CONSULT
                               WHEN 1
                                   MOVE 'DF2010' TO W-MSG-ID
                                   MOVE 'MODIFICATION ENREGISTREE'
                                       TO MSGFLDO
                                          W-MSG-DEFAUT
      *                        NOUVELLE LIMITE SOUMISE A VALIDATION
      *                        (CF MODATT.cpy)
                               WHEN 6
                                   MOVE ERR-LIMITE-EN-ATTENTE
                                       TO MSGFLDO
                               WHEN 7
                                   MOVE ERR-LIMITE-NON-DEPOSEE
                                       TO MSGFLDO
                               WHEN 2
                                   MOVE 'DF2011' TO W-MSG-ID
                                   MOVE 'ECHEC DE LA MODIFICATION'
                                       TO MSGFLDO
                                          W-MSG-DEFAUT
                               WHEN 4
                                   MOVE ERR-RECORD-CHANGED   TO MSGFLDO
                               WHEN OTHER
                                   MOVE 'DF2009' TO W-MSG-ID
                                   MOVE 'ERREUR FICHIER'
                                       TO MSGFLDO
                                          W-MSG-DEFAUT
                           END-EVALUATE

                           MOVE 0 TO FLAG-MODIF
                       END-IF
                       END-IF
                       END-IF

               END-EVALUATE
           END-IF
