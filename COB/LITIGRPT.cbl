      *    E-VENTES PORTE UN NIVEAU 77, INTERDIT PAR COBOL DANS UNE
      *    SECTION FILE -- L'ENREGISTREMENT EST REPRIS A LA MAIN
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
           05 VE-STATUT-LITIGE     PIC X(01).
               88 VE-LITIGE-OUVERT     VALUE 'O'.
               88 VE-LITIGE-EN-EXAMEN  VALUE 'E'.
               88 VE-LITIGE-RESOLU     VALUE 'R'.
           05 FILLER               PIC X(14).

       01  E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD MAISONDI-KSDS
           RECORD 80 CHARACTERS
