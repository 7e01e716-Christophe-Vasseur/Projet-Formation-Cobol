      *    PROGRAMMES DE SERVICE VSAM)
       01  W-RESTORE.
           05 W-RH-TYPE-ENR        PIC X(08).
           05 W-RH-CLE             PIC X(25).
           05 W-RH-DATE-MODIF      PIC X(08).
           05 W-RH-HEURE-MODIF     PIC X(08).
           05 W-RH-CODE-RETOUR     PIC 9(01).
               88 W-RH-RC-NOTFND-HISTO     VALUE 2.
               88 W-RH-RC-NOTFND-LIVE      VALUE 3.
               88 W-RH-RC-OTHER            VALUE 4.
           05 FILLER                PIC X(15).

      *    HISTOG1 EST UN FICHIER SEQUENTIEL SANS CLE -- LOCALISATION
      *    DE L ENTREE PAR PARCOURS RBA COMPLET, MEME TECHNIQUE QUE
      *    AVANT LA RESTAURATION, POUR JOURNALISER LA RESTAURATION
      *    ELLE-MEME DANS HISTOG1 (UNE RESTAURATION EST UNE
      *    MODIFICATION COMME UNE AUTRE DU POINT DE VUE DE L AUDIT)
       77  W-OLD-LIVE-IMAGE        PIC X(90).

       COPY ALBUM.
       COPY CHANSON.
           .

       P-RESTAURER-ALBUM.
           MOVE HI-CLE (1:6) TO AL-CODEA
           EXEC CICS
               READ FILE('ALBUMG1')
               INTO (E-ALBUM)
           .

       P-RESTAURER-CHANSON.
           MOVE HI-CLE (1:6) TO CH-CODEC
           EXEC CICS
               READ FILE('CHANSOG1')
               INTO (E-CHANSON)
           .

       P-RESTAURER-PERSONNE.
           MOVE HI-CLE (1:6) TO PE-CODEP
           EXEC CICS
               READ FILE('PERSONG1')
               INTO (E-PERSONNE)
           .

       P-RESTAURER-CONTRAT.
           MOVE HI-CLE (1:17) TO E-CO-KEY
           EXEC CICS
               READ FILE('CONTRAG1')
               INTO (E-CONTRAT)
           .

       P-RESTAURER-VENTES.
           MOVE HI-CLE (1:21) TO E-VE-KEY
           EXEC CICS
               READ FILE('VENTESG1')
               INTO (E-VENTES)
           .

       P-RESTAURER-PLCONTEN.
           MOVE HI-CLE (1:10) TO PC-KEY
           EXEC CICS
               READ FILE('PLCONTG1')
               INTO (E-PLCONTEN)
           END-IF
           MOVE W-OLD-LIVE-IMAGE TO HI-IMAGE-AVANT
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
           .
