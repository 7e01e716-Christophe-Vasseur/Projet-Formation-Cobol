
       01 W2-PLCONTEN.
           05 W2-PC-PL-CODE        PIC X(04).
           05 W2-PC-CH-CODEC       PIC X(06).
           05 FILLER               PIC X(70).
       01 W2-PC-KEY REDEFINES W2-PLCONTEN PIC X(08).
       77 W-NB-PISTES             PIC 9(03) VALUE ZERO.
       01 W-FIN-PLCONT-SW         PIC X(01) VALUE 'N'.
                   END-IF
                   MOVE E-PLCONTEN  TO HI-IMAGE-AVANT
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
                   MOVE 2 TO CODE-ERR-1
