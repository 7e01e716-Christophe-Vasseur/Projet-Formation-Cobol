           .

       01 E-CONTRAT.
           05 E-CO-CODEA           PIC X(06).
           05 E-CO-CODEP           PIC X(06).
           05 E-CO-SIREN           PIC X(05).
           05 E-CO-FONCTION        PIC X(20).
           05 E-CO-DATE-SIGN       PIC X(10).
           05 E-CO-DROITS          PIC 9(03)V9(02).
           05 E-CO-DATE-EXPIR      PIC X(10).
           05 FILLER               PIC X(18).

       01 E-CO-KEY REDEFINES E-CONTRAT PIC X(17).

       FD VENTES-KSDS
           RECORD 90 CHARACTERS
           DATA RECORD IS E-VENTES
           .

       01 E-VENTES.
           05 VE-CODEA             PIC X(06).
           05 VE-SIREN             PIC X(05).
           05 VE-DATE-VENTE        PIC X(08).
           05 VE-NUM-LIGNE         PIC 9(02).
           05 VE-DEVISE            PIC X(03).
           05 VE-TYPE-MVT          PIC X(01).
               88 VE-MVT-RETOUR        VALUE 'R'.
           05 FILLER               PIC X(53).

       01 E-VE-KEY REDEFINES E-VENTES PIC X(21).

       FD PERSONNE-KSDS
           RECORD 80 CHARACTERS
      * CUMULS DE CONTRATS ET LA DATE DE LEUR DERNIERE VENTE
       01 TABLE-PERSONNES.
           05 TP-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TP.
               10 TP-CODEP            PIC X(06).
               10 TP-NB-CONTRATS      PIC 9(05).
               10 TP-NB-ACTIFS        PIC 9(05).
               10 TP-DATE-DERN-VENTE  PIC 9(08).
      * POUR IMPUTER LA DATE D ACTIVITE A LA BONNE PERSONNE
       01 TABLE-COUPLES.
           05 TC-ENTREE OCCURS 2000 TIMES INDEXED BY IDX-TC.
               10 TC-CODEA            PIC X(06).
               10 TC-SIREN            PIC X(05).
               10 TC-IDX-PERSONNE     PIC 9(04).
       77 NB-COUPLES-TABLE        PIC 9(04) VALUE ZERO.
