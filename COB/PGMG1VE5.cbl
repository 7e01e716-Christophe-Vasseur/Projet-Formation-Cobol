
       01  E-LITIGE-REQ.
           05 RQ-VE-KEY.
               10 RQ-VE-CODEA      PIC X(06).
               10 RQ-VE-SIREN      PIC X(05).
               10 RQ-VE-DATE-VENTE PIC X(08).
               10 RQ-VE-NUM-LIGNE  PIC 9(02).
           05 RQ-STATUT            PIC X(01).
           05 FILLER               PIC X(58).

       COPY VENTES.
       COPY HISTORIQ.
           END-IF
           MOVE E-VENTES   TO HI-IMAGE-AVANT
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

           MOVE RQ-STATUT TO VE-STATUT-LITIGE
