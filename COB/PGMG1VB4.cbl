           02 CODE-ERR-2 PIC 9(04).

       01  W-CHANSON.
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
       01  W2-CHANSON.
           05 W2-CH-CODEC          PIC X(06).
           05 W2-CH-CODEA          PIC X(06).
           05 W2-CH-TITREC         PIC X(40).
           05 W2-CH-NUM-PISTE      PIC 9(02).
           05 W2-CH-DUREE          PIC 9(03).
           05 FILLER               PIC X(33).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
                       END-IF
                       MOVE W2-CHANSON TO HI-IMAGE-AVANT
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

                       MOVE W-CH-CODEC     TO W2-CH-CODEC
