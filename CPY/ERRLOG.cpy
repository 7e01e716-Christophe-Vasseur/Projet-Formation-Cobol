      ****************************************************************
      *  ENREGISTREMENT JOURNAL DES INCIDENTS EN LIGNE (FICHIER VSAM  *
      *  ERRLOGG1, SEQUENCE D ENTREE COMME HISTOG1) -- UNE LIGNE PAR  *
      *  ABEND D UNE TRANSACTION API5, ECRITE PAR LE SERVICE PGMG1VAB *
      *  A LA DEMANDE DU TRAITEMENT D ABEND DU MOTEUR DES ECRANS      *
      *  (P-PC-ABEND DANS APIG1DPC). UN ABEND DANS UN SERVICE PGMG1V  *
      *  EST INTERCEPTE PAR L ECRAN QUI L A APPELE : LE PROGRAMME EN  *
      *  ABEND EST ALORS LE SERVICE, L ECRAN EST NOTE A COTE.         *
      *  CONSULTE PAR LE SUPERVISEUR VIA APIG1DM7, DENOMBRE CHAQUE    *
      *  MATIN PAR MORNRPT                                            *
      ****************************************************************
       01  E-ERRLOG.
      *    HORODATAGE DE L INCIDENT (AAAAMMJJ, HHMMSS)
           05 EL-DATE              PIC 9(08).
           05 EL-HEURE             PIC 9(06).
      *    PROGRAMME EN ABEND ET ECRAN EN COURS
           05 EL-PGM-ABEND         PIC X(08).
           05 EL-PGM-ECRAN         PIC X(08).
           05 EL-TRANS             PIC X(04).
           05 EL-TERM-ID           PIC X(04).
           05 EL-OPER-ID           PIC X(08).
           05 EL-ABCODE            PIC X(04).
      *    DERNIERE COMMANDE CICS DE L ECRAN (EIBFN EN HEXADECIMAL,
      *    '0602' READ FILE, '0E02' LINK...), SA RESSOURCE ET SON
      *    CODE RETOUR
           05 EL-COMMANDE          PIC X(04).
           05 EL-RESSOURCE         PIC X(08).
           05 EL-RESP              PIC 9(04).
      *    ETAT DE LA COMMAREA : CHOIX DE MENU (CHOICE-1, CHOICE-2,
      *    FLAG-MODIF) ET CLE EN COURS (FST-KEY, A DEFAUT LE DEBUT
      *    DE L IMAGE AVANT)
           05 EL-CHOIX             PIC X(03).
           05 EL-CLE               PIC X(25).
           05 FILLER               PIC X(06).

       77  F-ERRLOG                 PIC X(08) VALUE 'ERRLOGG1'.
