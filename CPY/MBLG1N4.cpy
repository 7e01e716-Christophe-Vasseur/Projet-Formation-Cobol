      ****************************************************************
      *  MAP MBLG1N4 -- CONVENTIONS DE DISTRIBUTION (CONSULTATION /   *
      *  SAISIE / SUPPRESSION D UNE CONVENTION LABEL OU ALBUM D UNE   *
      *  MAISON, CF CONVDIST.cpy)                                     *
      ****************************************************************
       01  MAP01I.
      *    'L' LABEL, 'A' ALBUM
           05 TYPOBJI               PIC X(01).
           05 OBJETI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 DATDEBI               PIC 9(08).
           05 DATFINI               PIC 9(08).
           05 EXCLUI                PIC X(01).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'R' SAISIR/REMPLACER,
      *    'S' SUPPRIMER
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 DATFINO                PIC 9(08).
           05 EXCLUO                 PIC X(01).
           05 DATSAIO                PIC 9(08).
