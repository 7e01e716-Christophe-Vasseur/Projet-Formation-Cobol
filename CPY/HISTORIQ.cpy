      ****************************************************************
       01  E-HISTORIQ.
           05 HI-TYPE-ENR          PIC X(08).
           05 HI-CLE               PIC X(25).
           05 HI-DATE-MODIF        PIC X(08).
           05 HI-HEURE-MODIF       PIC X(08).
           05 HI-ACTION            PIC X(01).
               88 HI-ACTION-CREATION      VALUE 'C'.
               88 HI-ACTION-MODIFICATION  VALUE 'M'.
               88 HI-ACTION-SUPPRESSION   VALUE 'S'.
           05 HI-IMAGE-AVANT       PIC X(90).
      *    QUI A FAIT L ACTION -- TERMINAL, OPERATEUR (CF APIG1DOP) ET
      *    PROGRAMME DE SERVICE A L ORIGINE DE L ECRITURE HISTOG1
           05 HI-TERM-ID           PIC X(04).
           05 HI-OPER-ID           PIC X(08).
           05 HI-PGM-NAME          PIC X(08).
      *    CHAINAGE D INTEGRITE (CF HISTCHN.cpy) -- RANG DE LA LIGNE
      *    DANS LA CHAINE ET SCEAU CALCULE SUR TOUT CE QUI PRECEDE
      *    (RANG COMPRIS) ET SUR LE SCEAU DE LA LIGNE PRECEDENTE. POSES
      *    PAR LE SEUL SERVICE D ECRITURE PGMG1VHC EN LIGNE
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).

       77  F-HISTORIQ               PIC X(08) VALUE 'HISTOG1'.
