       COPY APIG1DWK.
       COPY ADRPERS.
       COPY PERSONNE.
       COPY MASQUAGE.
       COPY LECTPERS.

       77 MAP02O   PIC X.
       77 MAP      PIC 9(02) VALUE 1.
       77 PF3-PGM  PIC X(08) VALUE 'APIG1DSM'.
      *    PROCHAIN CODE PERSONNE DISPONIBLE, CALCULE QUAND L OPERATEUR
      *    LAISSE LE CODE VIERGE A LA CREATION
       77 W-PE-CODEP-NUM PIC 9(06) VALUE 0.

       01 W-PE-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-NORMAL      VALUE 0.
           02 CODE-ERR-2 PIC 9(04).

       01 W-PERSONNE-MODIF.
           05 W-PE-CODEP           PIC X(06).
           05 W-PE-CODE-TYPE       PIC X(01).
           05 W-PE-IDENTITE        PIC X(25).
           05 W-PE-CODE-MODIF      PIC 9(01).
           05 W-PE-CODE-TYPE-AVANT PIC X(01).

       01 W2-PERSONNE-MODIF.
           05 W2-PE-CODEP          PIC X(06).
           05 W2-PE-CODE-TYPE      PIC X(01).
           05 W2-PE-IDENTITE       PIC X(25).
           05 FILLER               PIC X(48).

       LINKAGE SECTION.

       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DC2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UNE PERSONNE' TO TITRFLDO
                                                      W-TITRE-DEFAUT
                   MOVE 'DC2014' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DE LA PERSONNE A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DC2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UNE PERSONNE'
                       TO TITRFLDO
                          W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DE LA PERSONNE A MODIF
      -'IER + ENTREE'
                       TO FIELD1O
                   MOVE 'ETAPE 2 - SAISIR LES CHAMPS DE LA PERSONNE A MO
      -'DIFIER + ENTREE'
                       TO FIELD3O
                   MOVE 'DC2015' TO W-LIB-ID
                   MOVE 'ADRESSE EN CLAIR : MOTIF (RC PA CR JU AU)'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN OTHER
                   MOVE ERR-BAD-CHOICE TO MSGFLDO
           END-EVALUATE
           .

       P-CREATION-PERSONNE.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF CODEPI = LOW-VALUE OR SPACES
               END-EXEC
               EVALUATE CODE-ERR-1
                   WHEN 1
                       MOVE 'DC2013' TO W-LIB-ID
                       MOVE 'ENREGISTREMENT CREE, CODE'
                           TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' PE-CODEP
                           DELIMITED BY SIZE
                           INTO MSGFLDO
                       PERFORM P-REMPLACER-ADRESSE-ECRAN
                   WHEN 2
                       MOVE 'DC2003' TO W-MSG-ID
                       MOVE 'CLE EXISTANTE, ECHEC CREATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DC2004' TO W-MSG-ID
                       MOVE 'ECHEC CREATION, PROBLEME FICHER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE CODE-ERREUR TO MSGFLDO
               END-EVALUATE
           .

       P-MODIF-PERSONNE.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF

                       EVALUATE W-PE-CODE-MODIF
                           WHEN 1
                               MOVE 'DC2005' TO W-MSG-ID
                               MOVE 'PERSONNE TROUVEE' TO MSGFLDO
                                                          W-MSG-DEFAUT
                               MOVE W-PE-IDENTITE      TO IDENTO
                               MOVE W-PE-CODE-TYPE     TO CODETO
                               PERFORM P-AFFICHER-ADRESSE-ECRAN
                                   BEFORE-IMAGE(26:1)
                               MOVE 1 TO FLAG-MODIF
                           WHEN 2
                               MOVE 'DC2006' TO W-MSG-ID
                               MOVE 'PERSONNE NON TROUVEE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN OTHER
                               MOVE 'DC2007' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'   TO MSGFLDO
                                                          W-MSG-DEFAUT
                       END-EVALUATE

                   WHEN 1

                       EVALUATE W-PE-CODE-MODIF
                           WHEN 1
                               MOVE 'DC2008' TO W-MSG-ID
                               MOVE 'MODIFICATION ENREGISTREE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                               PERFORM P-REMPLACER-ADRESSE-ECRAN
                           WHEN 2
                               MOVE 'DC2009' TO W-MSG-ID
                               MOVE 'ECHEC DE LA MODIFICATION'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN 4
                               MOVE ERR-RECORD-CHANGED   TO MSGFLDO
                           WHEN OTHER
                               MOVE 'DC2007' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'     TO MSGFLDO
                                                            W-MSG-DEFAUT
                       END-EVALUATE

                       MOVE 0 TO FLAG-MODIF
      *    MODIFICATION DE LA PERSONNE (CF ADRPERS.cpy / PGMG1VC5) --
      *    UNE ADRESSE ENTIEREMENT A BLANC N EST PAS ENREGISTREE
       P-REMPLACER-ADRESSE-ECRAN.
           MOVE 0 TO W-MK-I
           INSPECT RUEI   TALLYING W-MK-I FOR ALL '*'
           INSPECT CPOSTI TALLYING W-MK-I FOR ALL '*'
           IF W-MK-I > 0
               MOVE 'DC2010' TO W-MSG-ID
               MOVE 'ADRESSE MASQUEE NON ENREGISTREE, A RESSAISIR'
                   TO MSGFLDO
                      W-MSG-DEFAUT
           ELSE
           IF RUEI NOT = SPACES OR VILLEI NOT = SPACES
                   OR PAYSI NOT = SPACES
               INITIALIZE W-ADRPERS
                   INTO (W-ADRPERS)
               END-EXEC
               IF W-AD-RC NOT = 1
                   MOVE 'DC2011' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER SUR L ADRESSE POSTALE'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               END-IF
           END-IF
           END-IF
           .

       P-AFFICHER-ADRESSE-ECRAN.
               INTO (W-ADRPERS)
           END-EXEC
           IF W-AD-RC = 1
               PERFORM P-CHOISIR-AFFICHAGE
               IF MK-EN-CLAIR
                   MOVE W-AD-RUE         TO RUEO
                   MOVE W-AD-CODE-POSTAL TO CPOSTO
               ELSE
                   MOVE W-AD-RUE         TO W-MK-ENTREE
                   SET MK-RUE TO TRUE
                   PERFORM P-MASQUER-DONNEE
                   MOVE W-MK-SORTIE      TO RUEO
                   MOVE W-AD-CODE-POSTAL TO W-MK-ENTREE
                   SET MK-CODE-POSTAL TO TRUE
                   PERFORM P-MASQUER-DONNEE
                   MOVE W-MK-SORTIE      TO CPOSTO
               END-IF
               MOVE W-AD-VILLE       TO VILLEO
               MOVE W-AD-PAYS        TO PAYSO
           END-IF
           .

      *    RUE ET CODE POSTAL EN CLAIR AVEC LE DROIT DONNEES SENSIBLES
      *    (CF MASQUAGE.cpy), OU SUR UN MOTIF DE REVELATION SAISI AVEC
      *    LE CODE -- LA REVELATION EST ALORS JOURNALISEE
       P-CHOISIR-AFFICHAGE.
           SET MK-MASQUE TO TRUE
           MOVE 'D' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-ACCORDEE
               SET MK-EN-CLAIR TO TRUE
           ELSE
               IF MOTIFI NOT = SPACES AND MOTIFI NOT = LOW-VALUE
                   MOVE MOTIFI TO W-MOTIF-REVELATION
                   IF MOTIF-REVELATION-VALIDE
                       SET MK-EN-CLAIR TO TRUE
                       PERFORM P-JOURNALISER-REVELATION
                   ELSE
                       MOVE 'DC2012' TO W-MSG-ID
                       MOVE 'MOTIF DE REVELATION INCONNU'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   END-IF
               END-IF
           END-IF
           .

      *    MASQUAGE PARTIEL D UNE DONNEE SENSIBLE -- REPRIS A
      *    L IDENTIQUE DANS APIG1DM6 ET MODATRPT (CF MASQUAGE.cpy)
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
           MOVE W-AD-CODEP   TO LP-CODEP
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

       P-ON-LEAVE.
           EXIT
           .
