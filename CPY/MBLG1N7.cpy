      ****************************************************************
      *  MAP MBLG1N7 -- ANNULATION ET REEMISSION D UNE FACTURE        *
      *  ERRONEE (CONSULTATION DE LA LIGNE DE VENTE, ANNULATION PAR   *
      *  AVOIR ET REEMISSION CORRIGEE RESERVEES AU SUPERVISEUR, CF    *
      *  ANNULFAC.cpy)                                                *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 DATVNTI               PIC X(08).
           05 NUMLIGI               PIC 9(02).
      *    VALEURS CORRIGEES -- A BLANC, LA VALEUR D ORIGINE EST
      *    RECONDUITE
           05 NSIRENI               PIC X(05).
           05 NPRIXI                PIC 9(05)V9(02).
           05 NQTEI                 PIC 9(05).
           05 NDEVISI               PIC X(03).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'A' ANNULER ET REEMETTRE
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 FACTUO                 PIC 9(09).
           05 PRIXO                  PIC 9(05)V9(02).
           05 QTEO                   PIC 9(05).
           05 DEVISEO                PIC X(03).
           05 STATUO                 PIC X(01).
           05 AVOIRO                 PIC 9(09).
           05 NFACTUO                PIC 9(09).
           05 NCLEO                  PIC X(21).
