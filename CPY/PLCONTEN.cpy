      ****************************************************************
       01  E-PLCONTEN.
           05 PC-PL-CODE           PIC X(04).
           05 PC-CH-CODEC          PIC X(06).
           05 PC-DATE-AJOUT        PIC X(10).
      *    POSITION DE LA CHANSON DANS LA PLAYLIST (1 = PREMIERE
      *    PISTE) -- ATTRIBUEE PAR PGMG1VG5 A L AJOUT, REORGANISEE
      *    PAR PGMG1VG6 ; ZERO SUR LES LIGNES ANTERIEURES A LA
      *    NUMEROTATION (REPRISES AU FIL DES REORGANISATIONS)
           05 PC-NUM-POSITION      PIC 9(03).
           05 FILLER               PIC X(57).

       01  PC-KEY REDEFINES E-PLCONTEN PIC X(10).

      ****************************************************************
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-PLCONTEN.
           05 O-PC-PL-CODE         PIC X(04).
           05 O-PC-CH-CODEC        PIC X(06).
           05 O-PC-DATE-AJOUT      PIC X(10).

       01  O-PC-KEY REDEFINES O-PLCONTEN PIC X(20).
