      ****************************************************************
      *  MAP MBLG1M6 -- VALIDATION DES MODIFICATIONS SENSIBLES EN     *
      *  ATTENTE (MODATTG1, CF MODATT.cpy) -- LISTE DES DEMANDES,     *
      *  DETAIL D UNE DEMANDE, VALIDATION OU REJET PAR NUMERO DE      *
      *  LIGNE (RESERVES AU SUPERVISEUR)                              *
      ****************************************************************
       01  MAP01I.
      *    ACTION DEMANDEE -- 'L' LISTER, 'C' CONSULTER LA LIGNE NUMI,
      *    'V' VALIDER LA LIGNE NUMI, 'R' REJETER LA LIGNE NUMI,
      *    'D' CONSULTER LA LIGNE NUMI AVEC L IBAN EN CLAIR (MOTIFI
      *    OBLIGATOIRE SANS LE DROIT DONNEES SENSIBLES)
           05 ACTIONI               PIC X(01).
           05 NUMI                  PIC 9(02).
      *    MOTIF DE REVELATION (CF MASQUAGE.cpy)
           05 MOTIFI                PIC X(02).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 ITEM01O                PIC X(70).
           05 ITEM02O                PIC X(70).
           05 ITEM03O                PIC X(70).
           05 ITEM04O                PIC X(70).
           05 ITEM05O                PIC X(70).
           05 ITEM06O                PIC X(70).
           05 ITEM07O                PIC X(70).
           05 ITEM08O                PIC X(70).
           05 ITEM09O                PIC X(70).
           05 ITEM10O                PIC X(70).
           05 ITEM11O                PIC X(70).
           05 ITEM12O                PIC X(70).
      *    DETAIL DE LA DEMANDE CONSULTEE
           05 NATUREO                PIC X(20).
           05 CLEO                   PIC X(17).
           05 DEMANDO                PIC X(08).
           05 DATDEMO                PIC X(08).
           05 PGMDEMO                PIC X(08).
           05 AVANTO                 PIC X(45).
           05 APRESO                 PIC X(45).
