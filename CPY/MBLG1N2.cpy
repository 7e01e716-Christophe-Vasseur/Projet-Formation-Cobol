      ****************************************************************
      *  MAP MBLG1N2 -- COMMANDES DES DISTRIBUTEURS (CONSULTATION,    *
      *  SAISIE D UNE LIGNE, ANNULATION DU RESTE A EXPEDIER, CF       *
      *  CDEDIST.cpy)                                                 *
      ****************************************************************
       01  MAP01I.
           05 SIRENI                PIC X(05).
           05 NUMCDEI               PIC 9(06).
           05 NUMLIGI               PIC 9(02).
           05 CODEAI                PIC X(06).
           05 FORMATI               PIC X(01).
           05 CLIENTI               PIC X(06).
           05 PRIXI                 PIC 9(05)V9(02).
           05 DEVISEI               PIC X(03).
           05 QTECDEI               PIC 9(05).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'R' SAISIR UNE LIGNE,
      *    'A' ANNULER LE RESTE A EXPEDIER
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 NUMLIGO                PIC 9(02).
           05 CODEAO                 PIC X(06).
           05 FORMATO                PIC X(01).
           05 CLIENTO                PIC X(06).
           05 PRIXO                  PIC 9(05)V9(02).
           05 DEVISEO                PIC X(03).
           05 QTECDEO                PIC 9(05).
           05 QTEEXPO                PIC 9(05).
           05 DATCDEO                PIC 9(08).
           05 STATUTO                PIC X(01).
