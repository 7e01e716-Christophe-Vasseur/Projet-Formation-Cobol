      ****************************************************************
      *  MAP MBLG1N3 -- TRANSFERTS DE STOCK ENTRE SITES (CONSULTATION *
      *  DU DISPONIBLE DES DEUX SITES, TRANSFERT, CF TRFSTOCK.cpy)    *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 FORMATI               PIC X(01).
      *    SITES DE DEPART ET D ARRIVEE -- 'P' DEPOT PRINCIPAL,
      *    'R' CENTRE DE RETOURS, 'D' SITE DE DEBORD
           05 DEPARTI               PIC X(01).
           05 ARRIVEI               PIC X(01).
           05 QTEI                  PIC 9(07).
      *    ACTION DEMANDEE -- 'C' CONSULTER, 'T' TRANSFERER
           05 ACTIONI               PIC X(01).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
           05 MSGFLDO                PIC X(79).
           05 DATEFLDO               PIC X(08).
           05 TIMEFLDO               PIC X(08).
           05 DISPDEPO               PIC 9(07).
           05 DISPARRO               PIC 9(07).
