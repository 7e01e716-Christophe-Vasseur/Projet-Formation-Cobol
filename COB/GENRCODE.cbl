               FILE STATUS F-HI-STATUS
               .

      *    TETE DE LA CHAINE D INTEGRITE DE HISTOG1 (CF HISTCHN.cpy),
      *    LIGNE 'HISTOG1' DU FICHIER DE CONTROLE RUNCTLG1 -- AVANCEE
      *    A CHAQUE LIGNE JOURNALISEE PAR CE BATCH
           SELECT RUNCTRL-KSDS
               ASSIGN TO DDRUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS F-RC-STATUS
               .

      * ============================================================== *
      *                                                                *
      *                         DATA DIVISION                          *
       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

      *    MEME DESSIN QUE E-HISTORIQ (CF HISTORIQ.cpy, DONT LE
      *    NIVEAU 77 EST INTERDIT EN SECTION FICHIER)
       FD HISTO-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTO-F
           .

       01 E-HISTO-F.
           05 HI-TYPE-ENR          PIC X(08).
           05 HI-CLE               PIC X(25).
           05 HI-DATE-MODIF        PIC X(08).
           05 HI-HEURE-MODIF       PIC X(08).
           05 HI-ACTION            PIC X(01).
           05 HI-IMAGE-AVANT       PIC X(90).
           05 HI-TERM-ID           PIC X(04).
           05 HI-OPER-ID           PIC X(08).
           05 HI-PGM-NAME          PIC X(08).
      *    CHAINAGE D INTEGRITE (CF HISTCHN.cpy)
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).

      *    F-RUNCTRL PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L ENREGISTREMENT EST REPRIS A LA MAIN
       FD RUNCTRL-KSDS
           RECORD 80 CHARACTERS
           DATA RECORD IS E-RUNCTRL
           .

       01 E-RUNCTRL.
           05 RC-JOB-NAME           PIC X(08).
           05 RC-DATE-EXEC          PIC 9(08).
           05 RC-HEURE-EXEC         PIC X(08).
           05 RC-STATUT             PIC X(01).
               88 RC-STATUT-OK          VALUE 'O'.
               88 RC-STATUT-KO          VALUE 'N'.
           05 RC-CHAINE-NUM         PIC 9(09).
           05 RC-CHAINE-SCELLE      PIC X(16).
           05 FILLER                PIC X(30).

      * -------------------------------------------------------------- *
      *                                                                *
       77 F-GR-STATUS             PIC X(02) VALUE '00'.
       77 F-HI-STATUS             PIC X(02) VALUE '00'.

      * TETE DE LA CHAINE D INTEGRITE DE HISTOG1 -- LUE A L OUVERTURE
      * DU JOURNAL, REECRITE EN FIN DE TRAITEMENT
       77 F-RC-STATUS             PIC X(02) VALUE '00'.
       01 TETE-CHAINE-IND         PIC X(01) VALUE SPACE.
           88 TETE-NON-LUE            VALUE SPACE.
           88 TETE-LUE                VALUE 'L'.
           88 TETE-ABSENTE            VALUE 'A'.

       COPY HISTCHN.

      * CARTE DE RECODAGE (ANCIEN ET NOUVEAU GENRE)
       01 W-PARM-CARD.
           05 W-PARM-ANCIEN        PIC X(15).
               DISPLAY 'CODE ERREUR = ' F-HI-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           PERFORM LIRE-TETE-CHAINE
           .

       TRAITEMENT-PRINCIPAL.
           MOVE SPACES        TO HI-TERM-ID
           MOVE 'GENRCODE'    TO HI-OPER-ID
           MOVE 'GENRCODE'    TO HI-PGM-NAME
           PERFORM SCELLER-HISTO
           WRITE E-HISTO-F
           .

      *    LA TETE DE CHAINE EST TENUE PENDANT TOUT LE PASSAGE -- CE
      *    BATCH S EXECUTE HORS OUVERTURE DU TEMPS REEL, AUCUNE AUTRE
      *    ECRITURE HISTOG1 NE PEUT S INTERCALER
       LIRE-TETE-CHAINE.
           OPEN I-O RUNCTRL-KSDS
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR OUVERTURE FICHIER RUNCTLG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
               PERFORM FIN-TRAITEMENT
           END-IF
           MOVE 'HISTOG1' TO RC-JOB-NAME
           READ RUNCTRL-KSDS
               INVALID KEY
                   SET TETE-ABSENTE TO TRUE
                   MOVE SPACES  TO E-RUNCTRL
                   MOVE 'HISTOG1' TO RC-JOB-NAME
                   MOVE ZERO    TO RC-CHAINE-NUM
                   MOVE W-HC-SCELLE-ORIGINE TO RC-CHAINE-SCELLE
               NOT INVALID KEY
                   SET TETE-LUE TO TRUE
           END-READ
           .

      *    RANG ET SCEAU DE LA LIGNE PREPAREE DANS E-HISTO-F, QUI
      *    DEVIENT LA NOUVELLE TETE DE CHAINE
       SCELLER-HISTO.
           ADD 1 TO RC-CHAINE-NUM
           MOVE RC-CHAINE-NUM       TO HI-NUM-CHAINE
           MOVE RC-CHAINE-SCELLE    TO W-HC-PRECEDENT
           MOVE E-HISTO-F (1:169)   TO W-HC-CONTENU
           PERFORM SCELLER-LIGNE
           MOVE W-HC-SCELLE         TO HI-SCELLE
           MOVE W-HC-SCELLE         TO RC-CHAINE-SCELLE
           .

       ENREGISTRER-TETE-CHAINE.
           MOVE W-DATE-JOUR  TO RC-DATE-EXEC
           MOVE W-HEURE-JOUR TO RC-HEURE-EXEC
           SET RC-STATUT-OK  TO TRUE
           IF TETE-LUE
               REWRITE E-RUNCTRL
           ELSE
               WRITE E-RUNCTRL
           END-IF
           IF F-RC-STATUS NOT = ZERO
               DISPLAY 'ERREUR MISE A JOUR TETE DE CHAINE HISTOG1'
               DISPLAY 'CODE ERREUR = ' F-RC-STATUS
           END-IF
           CLOSE RUNCTRL-KSDS
           .

      *    CALCUL DU SCEAU CHAINE (CF HISTCHN.cpy -- PARAGRAPHE REPRIS
      *    A L IDENTIQUE DANS PGMG1VHC, DISTFUSN, CODECNV ET HISTVERI)
       SCELLER-LIGNE.
           MOVE W-HC-PREC-1 TO W-HC-CUMUL-1
           MOVE W-HC-PREC-2 TO W-HC-CUMUL-2
           PERFORM VARYING W-HC-I FROM 1 BY 1
                   UNTIL W-HC-I > W-HC-LONGUEUR
               COMPUTE W-HC-CUMUL-1 = W-HC-CUMUL-1 * 33
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1)) * W-HC-I
               COMPUTE W-HC-CUMUL-2 = W-HC-CUMUL-2 * 131
                   + FUNCTION ORD(W-HC-CONTENU(W-HC-I:1))
           END-PERFORM
           .

       FIN-TRAITEMENT.
           PERFORM EDITER-RAPPORT
           CLOSE ALBUM-KSDS
           CLOSE GENREREF-KSDS
           CLOSE HISTO-FILE
           IF NOT TETE-NON-LUE
               PERFORM ENREGISTRER-TETE-CHAINE
           END-IF
           STOP RUN
           .

