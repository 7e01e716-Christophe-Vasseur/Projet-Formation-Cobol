       77 PF3-PGM  PIC X(08) VALUE 'APIG1DSM'.
      *    PROCHAIN CODE ALBUM DISPONIBLE, CALCULE QUAND L OPERATEUR
      *    LAISSE LE CODE VIERGE A LA CREATION
       77 W-AL-CODEA-NUM PIC 9(06) VALUE 0.

       01 W-AL-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-NORMAL      VALUE 0.
           02 CODE-ERR-2 PIC 9(04).

       01  W-ALBUM-MODIF.
           05 W-AL-CODEA           PIC X(06).
           05 W-AL-TITREA          PIC X(30).
           05 W-AL-DATE-SORTIE     PIC X(10).
           05 W-AL-GENRE           PIC X(15).
           88 EAN-INVALIDE             VALUE 'N'.
           88 EAN-EN-DOUBLE            VALUE 'D'.
       01  W-EAN-BROWSE.
           05 W-EB-CODEA           PIC X(06).
       01  W-EAN-ALBUM             PIC X(80).
       01  W-EAN-ALBUM-DET REDEFINES W-EAN-ALBUM.
           05 W-EB-AL-CODEA        PIC X(06).
           05 FILLER               PIC X(55).
           05 W-EB-AL-CODE-EAN     PIC X(13).
           05 FILLER               PIC X(08).
           88 GENRE-INCONNU            VALUE 'N'.

       01  W2-ALBUM-MODIF.
           05 W2-AL-CODEA          PIC X(06).
           05 W2-AL-TITREA         PIC X(30).
           05 W2-AL-DATE-SORTIE    PIC X(10).
           05 W2-AL-GENRE          PIC X(15).
           05 FILLER               PIC X(29).

       LINKAGE SECTION.

       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DA2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UN ALBUM' TO TITRFLDO
                                                  W-TITRE-DEFAUT
                   MOVE 'DA2015' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DE L ALBUM A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DA2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UN ALBUM' TO TITRFLDO
                                                      W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DE L ALBUM A MODIFIER
      -'+ ENTREE'
                       TO FIELD1O
           .

       P-CREATION-ALBUM.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               IF CODEAI = LOW-VALUE OR SPACES
               PERFORM P-CONTROLER-LABEL
               PERFORM P-CONTROLER-EAN
               IF EAN-INVALIDE
                   MOVE 'DA2003' TO W-MSG-ID
                   MOVE 'CODE EAN INVALIDE (13 CHIFFRES + CONTROLE)'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
               IF EAN-EN-DOUBLE
                   MOVE 'DA2004' TO W-MSG-ID
                   MOVE 'CODE EAN DEJA UTILISE PAR UN AUTRE ALBUM'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
               IF GENRE-INCONNU
                   MOVE 'DA2005' TO W-MSG-ID
                   MOVE 'GENRE INCONNU DE LA TABLE GENREFG1'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
               IF LABEL-INCONNU
                   MOVE 'DA2006' TO W-MSG-ID
                   MOVE 'LABEL INCONNU DE LA TABLE LABELG1'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               ELSE
               EXEC CICS
                   LINK
               END-EXEC
               EVALUATE CODE-ERR-1
                   WHEN 1
                       MOVE 'DA2014' TO W-LIB-ID
                       MOVE 'ENREGISTREMENT CREE AVEC SUCCES, CODE'
                           TO W-LIB-TEXTE
                       PERFORM P-PC-TRADUIRE-LIBELLE
                       STRING W-LIB-TEXTE DELIMITED BY '  '
                           ' ' AL-CODEA
                           DELIMITED BY SIZE
                           INTO MSGFLDO
                   WHEN 2
                       MOVE 'DA2007' TO W-MSG-ID
                       MOVE 'CLE EXISTANTE, ECHEC CREATION'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN 3
                       MOVE 'DA2008' TO W-MSG-ID
                       MOVE 'ECHEC CREATION, PROBLEME FICHER'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   WHEN OTHER
                       MOVE CODE-ERREUR                       TO MSGFLDO
               END-EVALUATE
           .

       P-MODIF-ALBUM.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF
           END-EXEC
           EVALUATE W-AL-CODE-MODIF
               WHEN 1
                   MOVE 'DA2009' TO W-MSG-ID
                   MOVE 'ALBUM TROUVE'     TO MSGFLDO
                                              W-MSG-DEFAUT
                   MOVE W-AL-TITREA        TO TITREAO
                   MOVE W-AL-DATE-SORTIE   TO DATESOO
                   MOVE W-AL-GENRE         TO GENREO
                   MOVE W-AL-GENRE         TO BEFORE-IMAGE(41:15)
                   MOVE 1 TO FLAG-MODIF
               WHEN 2
                   MOVE 'DA2010' TO W-MSG-ID
                   MOVE 'ALBUM NON TROUVE' TO MSGFLDO
                                              W-MSG-DEFAUT
               WHEN OTHER
                   MOVE 'DA2011' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'   TO MSGFLDO
                                              W-MSG-DEFAUT
           END-EVALUATE
           .

           PERFORM P-CONTROLER-LABEL
           EVALUATE TRUE
               WHEN GENRE-INCONNU
                   MOVE 'DA2005' TO W-MSG-ID
                   MOVE 'GENRE INCONNU DE LA TABLE GENREFG1'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN LABEL-INCONNU
                   MOVE 'DA2006' TO W-MSG-ID
                   MOVE 'LABEL INCONNU DE LA TABLE LABELG1'
                       TO MSGFLDO
                          W-MSG-DEFAUT
               WHEN OTHER
                   PERFORM P-MODIF-ALBUM-STEP-2-VSAM
           END-EVALUATE
           END-EXEC
           EVALUATE W-AL-CODE-MODIF
               WHEN 1
                   MOVE 'DA2012' TO W-MSG-ID
                   MOVE 'MODIFICATION ENREGISTREE' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 2
                   MOVE 'DA2013' TO W-MSG-ID
                   MOVE 'ECHEC DE LA MODIFICATION' TO MSGFLDO
                                                      W-MSG-DEFAUT
               WHEN 4
                   MOVE ERR-RECORD-CHANGED         TO MSGFLDO
               WHEN OTHER
                   MOVE 'DA2011' TO W-MSG-ID
                   MOVE 'ERREUR FICHIER'           TO MSGFLDO
                                                      W-MSG-DEFAUT
           END-EVALUATE
           MOVE 0 TO FLAG-MODIF
           .
