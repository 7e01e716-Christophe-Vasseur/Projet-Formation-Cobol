      ****************************************************************
      *  MAP MBLG1M9 -- DEMANDES D ETATS A LA CARTE (DEMRPTG1, CF     *
      *  DEMRPT.cpy) -- DEPOT D UNE DEMANDE AVEC SES CRITERES,        *
      *  CONSULTATION, ANNULATION ET LISTE DES DEMANDES DE            *
      *  L OPERATEUR, LES PLUS RECENTES D ABORD                       *
      ****************************************************************
       01  MAP01I.
      *    ACTION DEMANDEE -- 'D' DEPOSER UNE DEMANDE, 'C' CONSULTER,
      *    'A' ANNULER LA DEMANDE SAISIE, 'L' LISTER SES DEMANDES (A
      *    PARTIR DU NUMERO SAISI, A BLANC LA PLUS RECENTE)
           05 ACTIONI               PIC X(01).
           05 NUMDEMI               PIC X(07).
           05 ETATI                 PIC X(08).
           05 DDEBI                 PIC X(08).
           05 DFINI                 PIC X(08).
      *    PERIODE DE COMPARAISON (YOYCOMP SEULEMENT)
           05 DDEB2I                PIC X(08).
           05 DFIN2I                PIC X(08).
           05 LABELI                PIC X(03).
           05 SIRENI                PIC X(05).
           05 ALBDEBI               PIC X(06).
           05 ALBFINI               PIC X(06).
           05 LIBELI                PIC X(30).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 NUMDEMO                PIC X(07).
           05 ETATO                  PIC X(08).
           05 DDEBO                  PIC X(08).
           05 DFINO                  PIC X(08).
           05 DDEB2O                 PIC X(08).
           05 DFIN2O                 PIC X(08).
           05 LABELO                 PIC X(03).
           05 SIRENO                 PIC X(05).
           05 ALBDEBO                PIC X(06).
           05 ALBFINO                PIC X(06).
           05 LIBELO                 PIC X(30).
      *    STATUT DE LA DEMANDE ET, UNE FOIS TERMINEE, L EXECUTION A
      *    CONSULTER PAR APIG1DM8 (OU LE MOTIF DU REJET / DE L ECHEC)
           05 STATUTO                PIC X(79).
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
