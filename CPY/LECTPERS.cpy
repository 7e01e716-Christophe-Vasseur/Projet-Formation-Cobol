      *  (PGMG1VC4), LISTE (APIG1DC3), RECHERCHE PAR MOT-CLE          *
      *  (APIG1DI3) ET PROFIL ARTISTE (PGMG1VH2). CONSULTE PAR LE     *
      *  SUPERVISEUR VIA APIG1DM3 ET PURGE PAR ARCHVPRG AVEC LES      *
      *  MEMES REGLES DE RETENTION QUE L HISTORIQUE. LA REVELATION    *
      *  EN CLAIR D UNE DONNEE MASQUEE (CF MASQUAGE.cpy) Y LAISSE     *
      *  AUSSI UNE LIGNE, AVEC LE MOTIF DONNE PAR L OPERATEUR         *
      ****************************************************************
       01  E-LECTPERS.
           05 LP-CODEP             PIC X(06).
           05 LP-DATE-LECTURE      PIC X(08).
           05 LP-HEURE-LECTURE     PIC X(08).
      *    CONTEXTE DE LA CONSULTATION
               88 LP-CTX-LISTE         VALUE 'L'.
               88 LP-CTX-RECHERCHE     VALUE 'R'.
               88 LP-CTX-PROFIL        VALUE 'P'.
               88 LP-CTX-REVELATION    VALUE 'D'.
      *    QUI A CONSULTE -- TERMINAL, OPERATEUR (CF APIG1DOP) ET
      *    PROGRAMME A L ORIGINE DE L ECRITURE
           05 LP-TERM-ID           PIC X(04).
           05 LP-OPER-ID           PIC X(08).
           05 LP-PGM-NAME          PIC X(08).
      *    MOTIF DE LA REVELATION (CF W-MOTIF-REVELATION), A BLANC
      *    POUR LES AUTRES CONTEXTES
           05 LP-MOTIF             PIC X(02).
           05 FILLER               PIC X(35).

       77  F-LECTPERS               PIC X(08) VALUE 'LECTPEG1'.
