      *  (CONSULTATION / CREATION / SUPPRESSION, CF REDIRECT.cpy)     *
      ****************************************************************
       01  MAP01I.
           05 CODEPI                PIC X(06).
           05 BENEFI                PIC X(06).
           05 DATEFFI               PIC 9(08).
           05 MOTIFI                PIC X(20).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'R' REMPLACER,
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 BENEFO                 PIC X(06).
           05 DATEFFO                PIC 9(08).
           05 MOTIFO                 PIC X(20).
