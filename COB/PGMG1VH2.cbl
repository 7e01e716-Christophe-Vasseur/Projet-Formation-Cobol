      *------------------------------------------------------*

       01  E-PROFIL-REQ.
           05 RQ-CODEP             PIC X(06).
           05 FILLER                PIC X(74).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE RETURN INPUTMSG      *
      *------------------------------------------------------*

       01  W-PROFIL.
           05 W-PR-CODEP            PIC X(06).
           05 W-PR-IDENTITE         PIC X(25).
           05 W-PR-NB-CONTRATS      PIC 9(03).
           05 W-PR-CA-TOTAL         PIC 9(09)V9(02).
      *    SERT A RATTACHER LES CHANSONS (CH-CODEA) A L ARTISTE POUR
      *    LE VOLET PLACEMENTS EN PLAYLIST
       01 W-TABLE-ALBUMS.
           05 W-TA-CODEA OCCURS 100 TIMES PIC X(06).
       77 W-NB-ALBUMS             PIC 9(03) VALUE ZERO.
       77 J                       PIC 9(03) VALUE ZERO.
       01 W-ALBUM-CONNU-SW        PIC X(01) VALUE 'N'.
           ELSE
               MOVE SPACES TO LP-OPER-ID
           END-IF
           MOVE SPACES TO E-LECTPERS(44:37)
           EXEC CICS
               WRITE FILE('LECTPEG1')
               FROM (E-LECTPERS)
