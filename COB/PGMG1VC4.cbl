           02 CODE-ERR-1 PIC 9(04).
           02 CODE-ERR-2 PIC 9(04).
       01  W-PERSONNE.
           05 W-PE-CODEP           PIC X(06).
           05 W-PE-CODE-TYPE       PIC X(01).
           05 W-PE-IDENTITE        PIC X(25).
           05 W-PE-CODE-MODIF      PIC 9(01).
           05 W-PE-IDENTITE-AVANT  PIC X(25).
           05 W-PE-CODE-TYPE-AVANT PIC X(01).
       01  W2-PERSONNE.
           05 W2-PE-CODEP           PIC X(06).
           05 W2-PE-CODE-TYPE       PIC X(01).
           05 W2-PE-IDENTITE        PIC X(25).
           05 FILLER                PIC X(48).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
                       END-IF
                       MOVE W2-PERSONNE TO HI-IMAGE-AVANT
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

                       MOVE W-PE-CODEP     TO W2-PE-CODEP
           ELSE
               MOVE SPACES TO LP-OPER-ID
           END-IF
           MOVE SPACES TO E-LECTPERS(44:37)
           EXEC CICS
               WRITE FILE('LECTPEG1')
               FROM (E-LECTPERS)
