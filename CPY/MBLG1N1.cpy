      ****************************************************************
      *  MAP MBLG1N1 -- COMMANDES DE FABRICATION A L USINE            *
      *  (CONSULTATION / SAISIE / SUPPRESSION D UNE COMMANDE, CF      *
      *  CDEFAB.cpy) -- SERT A CONFIRMER LES PROPOSITIONS DE CDEFPROP *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 FORMATI               PIC X(01).
           05 NUMCDEI               PIC 9(05).
           05 DATCDEI               PIC 9(08).
           05 DATPREI               PIC 9(08).
           05 QTECDEI               PIC 9(07).
           05 COUTI                 PIC 9(05)V9(02).
           05 STATUTI               PIC X(01).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'R' SAISIR/REMPLACER,
      *    'S' SUPPRIMER
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 NUMCDEO                PIC 9(05).
           05 DATCDEO                PIC 9(08).
           05 DATPREO                PIC 9(08).
           05 QTECDEO                PIC 9(07).
           05 QTERECO                PIC 9(07).
           05 COUTO                  PIC 9(05)V9(02).
           05 STATUTO                PIC X(01).
