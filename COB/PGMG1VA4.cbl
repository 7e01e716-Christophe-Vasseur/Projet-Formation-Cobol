           02 CODE-ERR-1 PIC 9(04).
           02 CODE-ERR-2 PIC 9(04).
       01  W-ALBUM.
           05 W-AL-CODEA           PIC X(06).
           05 W-AL-TITREA          PIC X(30).
           05 W-AL-DATE-SORTIE     PIC X(10).
           05 W-AL-GENRE           PIC X(15).
           05 W-AL-DATE-SORTIE-AVANT PIC X(10).
           05 W-AL-GENRE-AVANT     PIC X(15).
       01  W2-ALBUM.
           05 W2-AL-CODEA          PIC X(06).
           05 W2-AL-TITREA         PIC X(30).
           05 W2-AL-DATE-SORTIE    PIC X(10).
           05 W2-AL-GENRE          PIC X(15).
           05 FILLER               PIC X(17).
           05 W2-AL-STATUT-BLOCAGE PIC X(01).
           05 W2-AL-CODE-LABEL     PIC X(03).
           05 FILLER               PIC X(08).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
                       END-IF
                       MOVE W2-ALBUM   TO HI-IMAGE-AVANT
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

                       MOVE W-AL-CODEA       TO W2-AL-CODEA
