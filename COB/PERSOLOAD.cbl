           .

       01 E-CHARGE.
           05 CH-CODEP             PIC X(06).
           05 CH-CODE-TYPE         PIC X(01).
           05 CH-IDENTITE          PIC X(25).
      *    'O' = EXONERE DES COTISATIONS SOCIALES (CF PERSONNE.cpy)
           05 CH-EXONERE-COTIS     PIC X(01).
           05 FILLER               PIC X(47).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
           MOVE CH-CODEP      TO PE-CODEP
           MOVE CH-CODE-TYPE  TO PE-CODE-TYPE
           MOVE CH-IDENTITE   TO PE-IDENTITE
           IF CH-EXONERE-COTIS = 'O'
               MOVE 'O'       TO PE-EXONERE-COTIS
           ELSE
               MOVE SPACES    TO PE-EXONERE-COTIS
           END-IF
      *    CONDITIONS DE REGLEMENT PAR DEFAUT (TRIMESTRIEL, SANS SEUIL),
      *    MODIFIABLES ENSUITE PAR REGLLOAD
           MOVE SPACES        TO PE-FREQ-RELEVE
           MOVE ZERO          TO PE-SEUIL-PAIEMENT
           WRITE E-PERSONNE
               INVALID KEY
                   ADD 1 TO NB-REJETS
