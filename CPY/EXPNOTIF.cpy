      *  DROIT SANS ATTENDRE QU UN CLERC LISE LE JOURNAL DU BATCH       *
      ****************************************************************
       01  E-EXPNOTIF.
           05 EN-CODEA              PIC X(06).
           05 EN-CODEP              PIC X(06).
           05 EN-SIREN              PIC X(05).
           05 EN-IDENTITE           PIC X(25).
           05 EN-EMAIL              PIC X(30).
           05 EN-STATUT             PIC X(01).
               88 EN-EXPIRE             VALUE 'E'.
               88 EN-A-ECHEANCE         VALUE 'P'.
           05 FILLER                PIC X(07).
