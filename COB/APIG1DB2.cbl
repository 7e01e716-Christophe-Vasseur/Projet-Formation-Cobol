       77 PF3-PGM  PIC X(08) VALUE 'APIG1DSM'.
      *    PROCHAIN CODE CHANSON DISPONIBLE, CALCULE QUAND L OPERATEUR
      *    LAISSE LE CODE VIERGE A LA CREATION
       77 W-CH-CODEC-NUM PIC 9(06) VALUE 0.

       01 W-CH-RC-CICS-1       PIC S9(04) COMP.
           88 CICS-RESP-NORMAL      VALUE 0.

      *    CONTROLE DE DOUBLON DE TITRE SUR UN MEME ALBUM, A LA
      *    CREATION D UNE CHANSON
       01 W-CH-CODEA-CHECK     PIC X(06).
       01 W-CH-TITREC-CHECK    PIC X(40).
       01 W-CH-DUP-SW          PIC X(01) VALUE 'N'.
           88 TITRE-DUPLIQUE        VALUE 'Y'.
           02 CODE-ERR-2 PIC 9(04).

       01 W-CHANSON-MODIF.
           05 W-CH-CODEC           PIC X(06).
           05 W-CH-CODEA           PIC X(06).
           05 W-CH-TITREC          PIC X(40).
           05 W-CH-NUM-PISTE       PIC 9(02).
           05 W-CH-DUREE           PIC 9(03).
           05 FILLER               PIC X(26).
      *    IMAGE AVANT MODIFICATION, UTILISEE POUR DETECTER UNE
      *    MODIFICATION CONCURRENTE AVANT REWRITE
           05 W-CH-CODEA-AVANT     PIC X(06).
           05 W-CH-TITREC-AVANT    PIC X(40).
           05 W-CH-NUM-PISTE-AVANT PIC 9(02).
           05 W-CH-DUREE-AVANT     PIC 9(03).
           88 ISRC-INVALIDE            VALUE 'N'.
           88 ISRC-EN-DOUBLE           VALUE 'D'.
       01 W-ISRC-BROWSE.
           05 W-IB-CODEC           PIC X(06).
       01 W-ISRC-CHANSON          PIC X(80).
       01 W-ISRC-CHANSON-DET REDEFINES W-ISRC-CHANSON.
           05 W-IB-CH-CODEC        PIC X(06).
           05 FILLER               PIC X(54).
           05 W-IB-CH-CODE-ISRC    PIC X(12).
           05 FILLER               PIC X(10).
           88 IB-NON-FIN               VALUE 2.

       01 W2-CHANSON-MODIF.
           05 W2-CH-CODEC          PIC X(06).
           05 W2-CH-CODEA          PIC X(06).
           05 W2-CH-TITREC         PIC X(40).
           05 W2-CH-NUM-PISTE      PIC 9(02).
           05 W2-CH-DUREE          PIC 9(03).
           05 FILLER               PIC X(33).

       LINKAGE SECTION.

       P-ON-DISPLAY.
           EVALUATE CHOICE-2
               WHEN 1
                   MOVE 'DB2001' TO W-TITRE-ID
                   MOVE 'CREATION D''UNE CHANSON'  TO TITRFLDO
                                                      W-TITRE-DEFAUT
                   MOVE 'DB2013' TO W-LIB-ID
                   MOVE 'SAISIR LES CHAMPS DE LA CHANSON A CREER'
                       TO W-LIB-TEXTE
                   PERFORM P-PC-TRADUIRE-LIBELLE
                   MOVE W-LIB-TEXTE TO FIELD2O
               WHEN 4
                   MOVE 'DB2002' TO W-TITRE-ID
                   MOVE 'MODIFICATION D''UNE CHANSON'  TO TITRFLDO
                                                          W-TITRE-DEFAUT
                   MOVE 'ETAPE 1 - SAISIR LE CODE DE LA CHANSON A MODIFI
      -'ER + ENTREE'
                       TO FIELD1O
           .

       P-CREATION-CHANSON.
           MOVE 'C' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               MOVE CODEAI  TO W-CH-CODEA-CHECK
                   MOVE ISRCI  TO CH-CODE-ISRC
                   PERFORM P-CONTROLER-ISRC
                   IF ISRC-INVALIDE
                       MOVE 'DB2003' TO W-MSG-ID
                       MOVE 'CODE ISRC INVALIDE (CC-XXX-AANNNNN)'
                           TO MSGFLDO
                              W-MSG-DEFAUT
                   ELSE
                   IF ISRC-EN-DOUBLE
                       MOVE 'DB2004' TO W-MSG-ID
                       MOVE 'CODE ISRC DEJA UTILISE PAR UNE AUTRE CHANSO
      -                   'N' TO MSGFLDO
                                 W-MSG-DEFAUT
                   ELSE

                   EXEC CICS
                   END-EXEC
                   EVALUATE CODE-ERR-1
                       WHEN 1
                           MOVE 'DB2012' TO W-LIB-ID
                           MOVE 'ENREGISTREMENT CREE, CODE'
                               TO W-LIB-TEXTE
                           PERFORM P-PC-TRADUIRE-LIBELLE
                           STRING W-LIB-TEXTE DELIMITED BY '  '
                               ' ' CH-CODEC
                               DELIMITED BY SIZE
                               INTO MSGFLDO
                       WHEN 2
                           MOVE 'DB2005' TO W-MSG-ID
                           MOVE 'CLE EXISTANTE, ECHEC CREATION'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN 3
                           MOVE 'DB2006' TO W-MSG-ID
                           MOVE 'ECHEC CREATION, PROBLEME FICHER'
                               TO MSGFLDO
                                  W-MSG-DEFAUT
                       WHEN OTHER
                           MOVE CODE-ERREUR TO MSGFLDO
                   END-EVALUATE
           .

       P-MODIF-CHANSON.
           MOVE 'M' TO W-HAB-FONCTION
           PERFORM P-PC-CONTROLER-FONCTION
           IF HAB-REFUSEE
               MOVE ERR-NOT-AUTH TO MSGFLDO
           ELSE
               EVALUATE FLAG-MODIF

                       EVALUATE W-CH-CODE-MODIF
                           WHEN 1
                               MOVE 'DB2007' TO W-MSG-ID
                               MOVE 'CHANSON TROUVEE'  TO MSGFLDO
                                                          W-MSG-DEFAUT
                               MOVE W-CH-TITREC        TO TITRECO
                               MOVE W-CH-CODEA         TO CODEAO
                               MOVE W-CH-NUM-PISTE     TO NUMPISO
                               MOVE W-CH-DUREE         TO DUREEO
                               MOVE W-CH-CODEA    TO BEFORE-IMAGE(1:6)
                               MOVE W-CH-TITREC   TO BEFORE-IMAGE(7:40)
                               MOVE W-CH-NUM-PISTE TO BEFORE-IMAGE(47:2)
                               MOVE W-CH-DUREE    TO BEFORE-IMAGE(49:3)
                               MOVE 1 TO FLAG-MODIF
                           WHEN 2
                               MOVE 'DB2008' TO W-MSG-ID
                               MOVE 'CHANSON NON TROUVEE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN OTHER
                               MOVE 'DB2009' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'   TO MSGFLDO
                                                          W-MSG-DEFAUT
                       END-EVALUATE

                   WHEN 1
                       MOVE CODEAI TO W-CH-CODEA
                       MOVE NUMPISI TO W-CH-NUM-PISTE
                       MOVE DUREEI TO W-CH-DUREE
                       MOVE BEFORE-IMAGE(1:6)  TO W-CH-CODEA-AVANT
                       MOVE BEFORE-IMAGE(7:40) TO W-CH-TITREC-AVANT
                       MOVE BEFORE-IMAGE(47:2) TO W-CH-NUM-PISTE-AVANT
                       MOVE BEFORE-IMAGE(49:3) TO W-CH-DUREE-AVANT

                       EXEC CICS
                           LINK

                       EVALUATE W-CH-CODE-MODIF
                           WHEN 1
                               MOVE 'DB2010' TO W-MSG-ID
                               MOVE 'MODIFICATION ENREGISTREE'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN 2
                               MOVE 'DB2011' TO W-MSG-ID
                               MOVE 'ECHEC DE LA MODIFICATION'
                                   TO MSGFLDO
                                      W-MSG-DEFAUT
                           WHEN 4
                               MOVE ERR-RECORD-CHANGED   TO MSGFLDO
                           WHEN OTHER
                               MOVE 'DB2009' TO W-MSG-ID
                               MOVE 'ERREUR FICHIER'     TO MSGFLDO
                                                            W-MSG-DEFAUT
                       END-EVALUATE

                       MOVE 0 TO FLAG-MODIF
