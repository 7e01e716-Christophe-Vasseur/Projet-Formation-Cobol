       FILE SECTION.

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

      *    RECOPIE BRUTE DE E-HISTORIQ -- PAS D ACCES PAR CHAMP COTE
      *    SORTIE, D OU UN SIMPLE TAMPON PLUTOT QU UNE STRUCTURE REDONDANTE
       FD HISARC-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISARC
           .

       01 E-HISARC                 PIC X(185).

       FD HISRET-FILE
           RECORD 185 CHARACTERS
           DATA RECORD IS E-HISRET
           .

       01 E-HISRET                 PIC X(185).

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01  E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 VE-RAISON-RETOUR     PIC X(02).
           05 VE-RETOUR-CLE        PIC X(21).
           05 VE-CODE-CLIENT       PIC X(06).
           05 VE-NUM-FACTURE       PIC 9(09).
           05 FILLER               PIC X(15).

       01  E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD VENARC-FILE
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENARC
           .

       01 E-VENARC                 PIC X(90).

       FD LECTPE-FILE
           RECORD 80 CHARACTERS
      *    COPIE LECTPERS PORTE UN NIVEAU 77 QUI N A PAS SA PLACE
      *    DANS LA FILE SECTION
       01 E-LECTPE-F.
           05 LP-CODEP-F           PIC X(06).
           05 LP-DATE-LECTURE-F    PIC X(08).
           05 FILLER               PIC X(66).

       FD LECARC-FILE
           RECORD 80 CHARACTERS
