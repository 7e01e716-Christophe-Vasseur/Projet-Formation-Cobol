      *  MONTANT ACCRU ET MONTANT PAYE EST DETECTEE PAR ROYALREC       *
      ****************************************************************
       01  E-ROYALLDG.
           05 RL-CODEA              PIC X(06).
           05 RL-CODEP              PIC X(06).
           05 RL-SIREN              PIC X(05).
           05 RL-PERIODE            PIC 9(06).
           05 RL-MONTANT-ACCRU      PIC 9(09)V9(02).
      *    ROYALPAY AVEC LA CONFIRMATION DE LA COMPTABILITE) --
      *    REPRISE SUR L ATTESTATION FISCALE ANNUELLE (FISCCERT)
           05 RL-RETENUE-FISCALE    PIC 9(06)V9(02).
           05 FILLER                PIC X(06).

       01  RL-KEY REDEFINES E-ROYALLDG PIC X(23).
