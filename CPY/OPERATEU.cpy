      *    PGMG1VMP A CHAQUE CHANGEMENT)
           05 OP-TOP-MDP           PIC X(01).
               88 OP-MDP-HACHE         VALUE 'H'.
      *    ROLES ATTRIBUES A L OPERATEUR (CF ROLEDEF.cpy, POSES PAR
      *    ROLEAFF) -- TANT QU AUCUN ROLE N EST ATTRIBUE, LES DROITS
      *    DECOULENT DE OP-AUTH-IND COMME AUPARAVANT
           05 OP-ROLES.
               10 OP-ROLE          PIC X(04) OCCURS 4 TIMES.
      *    LANGUE DES ECRANS DE L OPERATEUR, RETENUE A L IDENTIFICATION
      *    (CF OPER-LANGUE DANS APIG1DWK ET MSGTXT.cpy) -- SPACES VAUT
      *    LE FRANCAIS ; POSEE PAR ROLEAFF
           05 OP-LANGUE            PIC X(02).
               88 OP-LANGUE-FRANCAIS   VALUE 'FR' SPACES.
               88 OP-LANGUE-ANGLAIS    VALUE 'EN'.
           05 FILLER               PIC X(04).

       77  F-OPERATEUR              PIC X(08) VALUE 'OPERATG1'.
