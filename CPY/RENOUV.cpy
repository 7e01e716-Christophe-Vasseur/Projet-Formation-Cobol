      *  MEME CLE QUE CONTRAT.cpy (CODEA + CODEP + SIREN)             *
      ****************************************************************
       01  E-RENOUV.
           05 RN-CODEA             PIC X(06).
           05 RN-CODEP             PIC X(06).
           05 RN-SIREN             PIC X(05).
           05 RN-FONCTION          PIC X(20).
           05 RN-DATE-SIGN         PIC X(10).
      *    DATE D ECHEANCE DU CONTRAT D ORIGINE, CONSERVEE A TITRE
      *    D INFORMATION POUR LE CLERC QUI EXAMINE LE BROUILLON
           05 RN-DATE-EXPIR-AVANT  PIC X(10).
           05 FILLER               PIC X(08).

       01  RN-KEY REDEFINES E-RENOUV PIC X(17).

       77  F-RENOUV                PIC X(08) VALUE 'RENOUVG1'.
