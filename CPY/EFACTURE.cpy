      ****************************************************************
      *  ENREGISTREMENT SUIVI DES FACTURES ELECTRONIQUES (FICHIER     *
      *  VSAM EFACTG1) -- UN PAR FACTURE OU AVOIR TRANSMIS A LA       *
      *  PLATEFORME DE DEMATERIALISATION (DISTRIBUTEURS DU TERRITOIRE *
      *  NATIONAL). CREE PAR EFACTEXT A L EMISSION DU DOCUMENT DANS   *
      *  LE FICHIER D ECHANGE (CF EFACTFLX.cpy) : UN DOCUMENT DEJA    *
      *  PRESENT N EST JAMAIS REEMIS. LE STATUT EST MIS A JOUR PAR    *
      *  EFACTRET D APRES LES RETOURS DE LA PLATEFORME ; UN REJET EST *
      *  DEPOSE DANS LA BOITE DES EXCEPTIONS (EXCEPTG1). UNE FACTURE  *
      *  REJETEE SE CORRIGE PAR ANNULATION ET REEMISSION (CF          *
      *  ANNULFAC.cpy), LES DEUX NOUVEAUX DOCUMENTS PARTANT AU        *
      *  PASSAGE SUIVANT                                              *
      ****************************************************************
       01  E-EFACTURE.
           05 EF-CLE.
      *    'F' FACTURE (VENTE OU PENALITES, COMPTEUR INVSEQG1), 'A'
      *    AVOIR (COMPTEUR AVOSEQG1) -- NUMERO = VE-NUM-FACTURE
               10 EF-TYPE-DOC      PIC X(01).
                   88 EF-DOC-FACTURE       VALUE 'F'.
                   88 EF-DOC-AVOIR         VALUE 'A'.
               10 EF-NUM-DOC       PIC 9(09).
           05 EF-SIREN             PIC X(05).
           05 EF-DATE-DOC          PIC 9(08).
           05 EF-MONTANT-TTC       PIC 9(09)V9(02).
      *    DATE (AAAAMMJJ) D EMISSION DANS LE FICHIER D ECHANGE
           05 EF-DATE-EMISSION     PIC 9(08).
      *    DERNIER STATUT CONNU -- 'E' EMISE (SANS RETOUR), 'D'
      *    DEPOSEE (RECUE PAR LA PLATEFORME), 'J' REJETEE, 'P'
      *    ENCAISSEE (DECLAREE PAYEE)
           05 EF-STATUT            PIC X(01).
               88 EF-EMISE             VALUE 'E'.
               88 EF-DEPOSEE           VALUE 'D'.
               88 EF-REJETEE           VALUE 'J'.
               88 EF-ENCAISSEE         VALUE 'P'.
           05 EF-DATE-STATUT       PIC 9(08).
      *    MOTIF DE REJET TRANSMIS PAR LA PLATEFORME
           05 EF-MOTIF-REJET       PIC X(20).
           05 FILLER               PIC X(09).
