      *  MAP MBLG1C2 -- CREATION / MODIFICATION D UNE PERSONNE        *
      ****************************************************************
       01  MAP01I.
           05 CODEPI                PIC X(06).
           05 CODETI                PIC X(01).
           05 IDENTI                PIC X(25).
      *    ADRESSE POSTALE DE LA PERSONNE (CF ADRPERS.cpy), POUR LES
           05 CPOSTI                PIC X(05).
           05 VILLEI                PIC X(20).
           05 PAYSI                 PIC X(15).
      *    MOTIF DE REVELATION DE L ADRESSE EN CLAIR (CF MASQUAGE.cpy),
      *    SAISI AVEC LE CODE A L ETAPE 1 DE LA MODIFICATION
           05 MOTIFI                PIC X(02).

       01  MAP01O.
           05 TITRFLDO               PIC X(40).
