       FILE SECTION.

       FD ALBUM-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ALBUM
           .

       COPY ALBUM.

       FD CHANSON-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-CHANSON
           .

      *    DONNE LA BORNE HAUTE A PARCOURIR POUR DETECTER LES MANQUES
       01 TABLE-ALBUMS.
           05 TA-ENTREE OCCURS 500 TIMES INDEXED BY IDX-AL.
               10 TA-CODEA            PIC X(06).
               10 TA-TITREA           PIC X(30).
               10 TA-PISTE-MAX        PIC 9(02).
               10 TA-ANOMALIE-IND     PIC X(01).
               MOVE 'PISTECHK' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
