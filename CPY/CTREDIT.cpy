      ****************************************************************
      *  ENREGISTREMENT EDITION DE CONTRAT POUR SIGNATURE (FICHIER    *
      *  VSAM CTREDIG1) -- UNE LIGNE PAR EXEMPLAIRE IMPRIME PAR        *
      *  CTRSIGN, CLE = CODEA + CODEP + SIREN + NUMERO DE VERSION.     *
      *  LE NUMERO DE VERSION EST IMPRIME SUR L EXEMPLAIRE : LA        *
      *  VERSION PORTEE PAR LE CONTRAT SIGNE RENVOIE A CETTE LIGNE,    *
      *  QUI FIGE LES CONDITIONS TELLES QU ELLES ONT ETE IMPRIMEES     *
      ****************************************************************
       01  E-CTREDIT.
           05 ED-CLE.
               10 ED-CODEA         PIC X(06).
               10 ED-CODEP         PIC X(06).
               10 ED-SIREN         PIC X(05).
               10 ED-VERSION       PIC 9(03).
           05 ED-DATE-EDITION      PIC 9(08).
           05 ED-HEURE-EDITION     PIC 9(06).
      *    STATUT DU CONTRAT A L EDITION ('B' BROUILLON, 'S' EN
      *    ATTENTE DE SIGNATURE, CF CONTRAT.cpy)
           05 ED-STATUT-CONTRAT    PIC X(01).
      *    CONDITIONS IMPRIMEES SUR L EXEMPLAIRE
           05 ED-FONCTION          PIC X(20).
           05 ED-DROITS            PIC 9(03)V9(02).
           05 ED-DATE-EXPIR        PIC X(10).
           05 ED-TAUX-RESERVE      PIC 9(02)V9(02).
           05 ED-NB-PALIERS        PIC 9(02).
           05 ED-NB-TERRITOIRES    PIC 9(02).
           05 FILLER               PIC X(02).
