           05 W-OP-AUTH-IND         PIC X(01).
           05 W-OP-TAILLE-PAGE      PIC 9(02).
           05 W-OP-CODE-CONSULT     PIC 9(01).
      *    LANGUE DES ECRANS DE L OPERATEUR (CF OP-LANGUE)
           05 W-OP-LANGUE           PIC X(02).
           05 FILLER                PIC X(36).

       COPY OPERATEU.
       COPY MDPHASH.
           MOVE OP-NOM          TO W-OP-NOM
           MOVE OP-AUTH-IND     TO W-OP-AUTH-IND
           MOVE OP-TAILLE-PAGE  TO W-OP-TAILLE-PAGE
           MOVE OP-LANGUE       TO W-OP-LANGUE

           EXEC CICS
               RETURN
