      ****************************************************************
      *  ENREGISTREMENT EDITEUR MUSICAL TIERS (FICHIER VSAM EDITMG1)  *
      *  -- EDITEURS EXTERIEURS QUI CONTROLENT DES CHANSONS ECRITES   *
      *  PAR DES AUTEURS HORS MAISON ET AUXQUELS SONT DUS LES DROITS  *
      *  DE REPRODUCTION MECANIQUE (CF LICMECA.cpy). CHARGE PAR       *
      *  EDITLOAD ; LE REPORT D UN SOLDE NEGATIF (RETOURS SUPERIEURS  *
      *  AUX VENTES DU TRIMESTRE) EST TENU PAR MECARPT, MEME PROCEDE  *
      *  QUE LE REPORT DE FRAIS DES ACCORDS DE DISTRIBUTION           *
      ****************************************************************
       01  E-EDITMUS.
           05 EM-CODE-EDITEUR      PIC X(04).
           05 EM-RAISON-SOCIALE    PIC X(30).
      *    DERNIER TRIMESTRE TRAITE PAR MECARPT (AAAAMM DE FIN DE
      *    TRIMESTRE), REPORT RECU PAR CE TRIMESTRE ET REPORT TRANSMIS
      *    AU SUIVANT -- UNE RELANCE SUR LE MEME TRIMESTRE REPART DU
      *    REPORT RECU
           05 EM-DERNIERE-PERIODE  PIC 9(06).
           05 EM-REPORT-ENTRANT    PIC 9(07)V9(02).
           05 EM-REPORT-SORTANT    PIC 9(07)V9(02).
      *    DATE DE DERNIERE MISE A JOUR PAR EDITLOAD (AAAAMMJJ)
           05 EM-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(14).
