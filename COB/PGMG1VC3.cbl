           02 CODE-ERR-2 PIC 9(04).

       01  W-PERSONNE.
           05 W-PE-CODEP           PIC X(06).
           05 W-PE-CODE-TYPE       PIC X(01).
           05 W-PE-IDENTITE        PIC X(25).
           05 W-PE-CODE-SUPP       PIC 9(01).
                       END-IF
                       MOVE E-PERSONNE  TO HI-IMAGE-AVANT
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
                   WHEN DFHRESP(DUPREC)
                       MOVE 2 TO W-PE-CODE-SUPP
