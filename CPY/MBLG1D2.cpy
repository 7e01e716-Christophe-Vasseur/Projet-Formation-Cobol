      *  MAP MBLG1D2 -- CREATION / MODIFICATION D UN CONTRAT          *
      ****************************************************************
       01  MAP01I.
           05 CODEAI                PIC X(06).
           05 CODEPI                PIC X(06).
           05 SIRENI                PIC X(05).
           05 FONCTIOI              PIC X(20).
           05 DATSIGNI              PIC X(10).
      *    POURCENTAGE DE RESERVE SUR RETOURS (FORMAT 99,99), CF
      *    E-CO-TAUX-RESERVE -- A BLANC OU ZERO = PAS DE RESERVE
           05 RESERVI               PIC X(06).
      *    TAUX DE DROITS SUR LE MERCHANDISING (FORMAT 999,99), CF
      *    E-CO-TAUX-MERCH -- A BLANC OU ZERO = PAS DE DROITS
           05 TXMERCI               PIC X(06).
      *    DUREE D ECOULEMENT DES STOCKS EN MOIS APRES LA FIN DU
      *    CONTRAT, CF E-CO-MOIS-ECOULEMENT -- A BLANC = ZERO
           05 ECOULI                PIC 9(02).
      *    CYCLE DE VIE DU CONTRAT (B/S/A/T, CF E-CO-STATUT) -- A
      *    BLANC A LA CREATION, LE CONTRAT DEMARRE EN BROUILLON
           05 STATUTI               PIC X(01).
           05 DROITSO                PIC X(06).
           05 DATEXPO                PIC X(10).
           05 RESERVO                PIC X(06).
           05 TXMERCO                PIC X(06).
           05 ECOULO                 PIC 9(02).
           05 STATUTO                PIC X(01).
           05 TERR1O                 PIC X(03).
           05 TERR2O                 PIC X(03).
