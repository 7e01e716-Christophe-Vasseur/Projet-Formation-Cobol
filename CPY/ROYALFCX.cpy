      ****************************************************************
      *  EXTRAIT DE PREVISION DES DROITS D AUTEUR A VERSER (FICHIER   *
      *  SEQUENTIEL DDROYFCX) -- PRODUIT PAR ROYALFCS, LU PAR         *
      *  TRESPREV (DECAISSEMENTS FUTURS). UNE LIGNE PAR CONTRAT ET    *
      *  PAR MOIS PREVU ('P', DROITS ASSIS SUR LA PREVISION DE VENTES *
      *  DE VENTFCST, RESERVE SUR RETOURS DEDUITE), PLUS UNE LIGNE    *
      *  PAR RESERVE DEJA RETENUE DONT LA LIBERATION TOMBE DANS       *
      *  L HORIZON ('L'). MONTANTS EN EUROS                           *
      ****************************************************************
       01  E-ROYALFCX.
           05 RF-CODEP             PIC X(06).
           05 RF-PERIODE           PIC 9(06).
           05 RF-CODEA             PIC X(06).
           05 RF-SIREN             PIC X(05).
      *    LABEL DE L ALBUM (AL-CODE-LABEL) -- SPACES SI INCONNU
           05 RF-CODE-LABEL        PIC X(03).
           05 RF-TYPE-LIGNE        PIC X(01).
               88 RF-PREVISION         VALUE 'P'.
               88 RF-LIBERATION        VALUE 'L'.
           05 RF-QTE-PREVUE        PIC 9(07).
           05 RF-MONTANT-DU        PIC 9(09)V9(02).
           05 RF-RESERVE           PIC 9(09)V9(02).
           05 RF-MONTANT-LIBERE    PIC 9(09)V9(02).
      *    MONTANT A VERSER = DU - RESERVE + LIBERE
           05 RF-MONTANT-PAYABLE   PIC 9(09)V9(02).
           05 FILLER               PIC X(02).
