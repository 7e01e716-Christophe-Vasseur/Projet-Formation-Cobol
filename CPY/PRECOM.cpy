      *  VENTESG1 LE JOUR OU LA DATE DE SORTIE EST ATTEINTE           *
      ****************************************************************
       01  E-PRECOM.
           05 PC-CODEA             PIC X(06).
           05 PC-SIREN             PIC X(05).
      *    DATE DE SAISIE DE LA PRECOMMANDE (AAAAMMJJ), POSEE PAR LE
      *    SERVICE PGMG1VE6 -- PAS LA DATE DE VENTE, QUI SERA LA DATE
           05 PC-DATE-POSTEE       PIC X(08).
      *    SUPPORT COMMANDE (MEME CODIFICATION QUE VE-FORMAT)
           05 PC-FORMAT            PIC X(01).
           05 FILLER               PIC X(28).

       01  E-PC-KEY REDEFINES E-PRECOM PIC X(21).

       77  F-PRECOM                 PIC X(08) VALUE 'PRECOMG1'.

      ****************************************************************
       01  W-PRECOM.
           05 W-PC-KEY.
               10 W-PC-CODEA       PIC X(06).
               10 W-PC-SIREN       PIC X(05).
               10 W-PC-DATE-SAISIE PIC X(08).
               10 W-PC-NUM-LIGNE   PIC 9(02).
           05 W-PC-STATUT          PIC X(01).
           05 W-PC-DATE-POSTEE     PIC X(08).
           05 W-PC-FORMAT          PIC X(01).
           05 FILLER               PIC X(28).
           05 W-PC-RC-CICS-1       PIC S9(04) COMP.
               88 W-PC-RC-NORMAL        VALUE 1.
               88 W-PC-RC-NOTOPEN       VALUE 2.
      *  ZONE D AFFICHAGE POUR L ECRAN DE LISTE                        *
      ****************************************************************
       01  O-PRECOM.
           05 O-PC-CODEA           PIC X(06).
           05 O-PC-SIREN           PIC X(05).
           05 O-PC-DATE-SAISIE     PIC X(08).
           05 O-PC-NUM-LIGNE       PIC 9(02).
           05 O-PC-QTE             PIC 9(05).
           05 O-PC-STATUT          PIC X(01).

       01  O-PC-KEY REDEFINES O-PRECOM PIC X(27).
