       FILE SECTION.

       FD ROYALLDG-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-ROYALLDG
           .

               MOVE '1' TO EX-GRAVITE
               MOVE 'ECARTROY' TO EX-CODE
               MOVE SPACES TO EX-REF
               MOVE RL-CODEA TO EX-REF(1:6)
               MOVE RL-CODEP TO EX-REF(7:6)
               MOVE RL-SIREN TO EX-REF(13:5)
               MOVE RL-PERIODE TO EX-REF(18:6)
               PERFORM SIGNALER-EXCEPTION
           END-IF
           .
               MOVE 'ROYALREC' TO EX-BATCH
               MOVE SPACE TO EX-STATUT-ACK
               MOVE SPACES TO EX-OPER-ACK
               MOVE SPACES TO E-EXCEPTN(64:17)
               MOVE ZERO TO W-EX-SEQ
               SET EXC-NON-ECRITE TO TRUE
               PERFORM TENTER-ECRITURE-EXC
