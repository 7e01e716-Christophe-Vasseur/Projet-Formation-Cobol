      ****************************************************************
      *  MAP MBLG1N6 -- PASSAGE EN PERTE D UNE CREANCE IRRECOUVRABLE  *
      *  (CONSULTATION D UNE FACTURE D UN DISTRIBUTEUR, PASSAGE EN    *
      *  PERTE RESERVE AU SUPERVISEUR, CF IRRECOU.cpy)                *
      ****************************************************************
       01  MAP01I.
           05 SIRENI                PIC X(05).
           05 FACTUI                PIC 9(09).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'P' PASSER EN PERTE
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 DATFACO                PIC X(08).
           05 NBLIGO                 PIC 9(03).
           05 MTTTCO                 PIC 9(09)V9(02).
           05 MTTVAO                 PIC 9(09)V9(02).
           05 STATUO                 PIC X(01).
