      ****************************************************************
      *  EXTRAIT DES DROITS MECANIQUES A PAYER (FICHIER SEQUENTIEL    *
      *  DDMECAX), UNE LIGNE PAR EDITEUR TIERS ET PAR TRIMESTRE AYANT *
      *  UN MONTANT DU (CODE EDITEUR + BORNES AAAAMM DU TRIMESTRE +   *
      *  EXEMPLAIRES NETS VALORISES + DROITS BRUTS, REPORT IMPUTE ET  *
      *  MONTANT DU, EN EUROS) -- PRODUIT PAR MECARPT, CONSOMME PAR   *
      *  LE SYSTEME COMPTABLE FOURNISSEURS                            *
      ****************************************************************
       01  E-MECAX.
           05 MX-CODE-EDITEUR      PIC X(04).
           05 MX-PERIODE-DEBUT     PIC 9(06).
           05 MX-PERIODE-FIN       PIC 9(06).
           05 MX-QTE-NETTE         PIC 9(09).
           05 MX-DROITS-BRUTS      PIC 9(09)V9(02).
           05 MX-REPORT-IMPUTE     PIC 9(09)V9(02).
           05 MX-MONTANT-DU        PIC 9(09)V9(02).
           05 MX-DEVISE            PIC X(03).
           05 FILLER               PIC X(19).
