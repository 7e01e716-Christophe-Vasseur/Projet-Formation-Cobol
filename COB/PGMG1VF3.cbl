           05 W-MA-SIREN           PIC X(05).
           05 W-MA-RAISON-SOC      PIC X(30).
           05 W-MA-ADRESSE         PIC X(15).
           05 W-MA-CODEP-DIR       PIC X(06).
           05 W-MA-CODE-SUPP       PIC 9(01).
           05 FILLER               PIC X(25).

                       END-IF
                       MOVE E-MAISON-DIST  TO HI-IMAGE-AVANT
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
                       MOVE 2 TO W-MA-CODE-SUPP
