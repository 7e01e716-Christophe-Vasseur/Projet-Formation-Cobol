      *------------------------------------------------------*

       01  W-CTRTERRS.
           05 W-TE-CODEA           PIC X(06).
           05 W-TE-CODEP           PIC X(06).
           05 W-TE-SIREN           PIC X(05).
      *    0 = CONSULTATION, 1 = REMPLACEMENT
           05 W-TE-CODE-FONC       PIC 9(01).
           END-EXEC
           MOVE 'M'        TO HI-ACTION
           MOVE 'CTRTERR'  TO HI-TYPE-ENR
           MOVE W-CTRTERRS(1:17) TO HI-CLE
           MOVE EIBTRMID    TO HI-TERM-ID
           MOVE 'PGMG1VD6' TO HI-PGM-NAME
           MOVE SPACES      TO HW-OPER-ID
           END-IF
           MOVE W-CTRTERRS TO HI-IMAGE-AVANT
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
