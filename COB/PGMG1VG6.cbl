
       01  E-REORG-REQ.
           05 RQ-PL-CODE           PIC X(04).
           05 RQ-CH-CODEC          PIC X(06).
           05 RQ-NUM-POSITION      PIC 9(03).
           05 FILLER               PIC X(67).

       COPY PLCONTEN.
       COPY PLAYLIST.

       01 W-TABLE-PISTES.
           05 TR-ENTREE OCCURS 200 TIMES.
               10 TR-CODEC            PIC X(06).
               10 TR-POS-AVANT        PIC 9(03).
               10 TR-ORDRE            PIC 9(03).
               10 TR-POS-NOUV         PIC 9(03).
      *    LIGNE RELUE AVEC RESERVATION POUR LA RENUMEROTATION
       01 W2-PLCONTEN.
           05 W2-PC-PL-CODE        PIC X(04).
           05 W2-PC-CH-CODEC       PIC X(06).
           05 W2-PC-DATE-AJOUT     PIC X(10).
           05 W2-PC-NUM-POSITION   PIC 9(03).
           05 FILLER               PIC X(57).
       01 W2-PC-KEY REDEFINES W2-PLCONTEN PIC X(08).

       01 W-FIN-PLCONT-SW         PIC X(01) VALUE 'N'.
           END-IF
           MOVE W2-PLCONTEN TO HI-IMAGE-AVANT
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
