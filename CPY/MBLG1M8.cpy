      ****************************************************************
      *  MAP MBLG1M8 -- CONSULTATION DES ETATS BATCH ARCHIVES         *
      *  (ETATG1, CF ETATARC.cpy) -- LISTE DES EXECUTIONS D UN ETAT   *
      *  OU AFFICHAGE D UNE PAGE, 15 LIGNES PAR ECRAN SUR 79 DES 132  *
      *  COLONNES DE L ETAT                                           *
      ****************************************************************
       01  MAP01I.
      *    ACTION DEMANDEE -- 'L' LISTER LES EXECUTIONS DE L ETAT
      *    (LES PLUS RECENTES D ABORD, A PARTIR DE LA DATE SAISIE),
      *    'A' AFFICHER LA PAGE SAISIE DE L EXECUTION (DATE ET HEURE,
      *    HEURE A BLANC = DERNIERE EXECUTION DU JOUR)
           05 ACTIONI               PIC X(01).
           05 ETATI                 PIC X(08).
           05 DATEI                 PIC X(08).
           05 HEUREI                PIC X(06).
           05 PAGEI                 PIC X(05).
      *    PREMIERE COLONNE DE L ETAT AFFICHEE (001 A 054)
           05 COLI                  PIC X(03).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 INFOO                  PIC X(79).
           05 ITEM01O                PIC X(79).
           05 ITEM02O                PIC X(79).
           05 ITEM03O                PIC X(79).
           05 ITEM04O                PIC X(79).
           05 ITEM05O                PIC X(79).
           05 ITEM06O                PIC X(79).
           05 ITEM07O                PIC X(79).
           05 ITEM08O                PIC X(79).
           05 ITEM09O                PIC X(79).
           05 ITEM10O                PIC X(79).
           05 ITEM11O                PIC X(79).
           05 ITEM12O                PIC X(79).
           05 ITEM13O                PIC X(79).
           05 ITEM14O                PIC X(79).
           05 ITEM15O                PIC X(79).
