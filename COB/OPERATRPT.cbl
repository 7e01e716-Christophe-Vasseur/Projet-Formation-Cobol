           05 FILLER               PIC X(31).

       FD HISTORIQ-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISTORIQ
           .

       01 E-HISTORIQ.
           05 HI-TYPE-ENR          PIC X(08).
           05 HI-CLE               PIC X(25).
           05 HI-DATE-MODIF        PIC X(08).
           05 HI-HEURE-MODIF       PIC X(08).
           05 HI-ACTION            PIC X(01).
               88 HI-ACTION-CREATION      VALUE 'C'.
               88 HI-ACTION-MODIFICATION  VALUE 'M'.
               88 HI-ACTION-SUPPRESSION   VALUE 'S'.
           05 HI-IMAGE-AVANT       PIC X(90).
           05 HI-TERM-ID           PIC X(04).
           05 HI-OPER-ID           PIC X(08).
           05 HI-PGM-NAME          PIC X(08).
      *    CHAINAGE D INTEGRITE (CF HISTCHN.cpy)
           05 HI-NUM-CHAINE        PIC 9(09).
           05 HI-SCELLE            PIC X(16).

      * -------------------------------------------------------------- *
      *                                                                *
