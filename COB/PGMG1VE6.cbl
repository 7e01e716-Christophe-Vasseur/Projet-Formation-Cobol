      *    ATTRIBUTION DU NUMERO DE LIGNE DE LA PRECOMMANDE (MEME
      *    MECANIQUE QUE P-ATTRIBUER-NUM-LIGNE DE PGMG1VE1)
       01  W-NL-CLE.
           05 W-NL-CODEA             PIC X(06).
           05 W-NL-SIREN             PIC X(05).
           05 W-NL-DATE-SAISIE       PIC X(08).
           05 W-NL-NUM-LIGNE         PIC 9(02).
           88 NL-JOURNEE-PLEINE          VALUE 'Y'.
       01  W2-PRECOM                 PIC X(80).
       01  W2-PRECOM-DET REDEFINES W2-PRECOM.
           05 W2-PC-CODEA          PIC X(06).
           05 W2-PC-SIREN          PIC X(05).
           05 W2-PC-DATE-SAISIE    PIC X(08).
           05 W2-PC-NUM-LIGNE      PIC 9(02).
           END-IF
           MOVE E-PRECOM   TO HI-IMAGE-AVANT
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

