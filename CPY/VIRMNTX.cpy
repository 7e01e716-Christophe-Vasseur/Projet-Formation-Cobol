      *  DDVIRMNT) -- UNE LIGNE PAR BENEFICIAIRE REGLE, PRODUITE PAR  *
      *  ROYALSET A PARTIR DES REMISES NETTES (DDROYNET) ET REMISE A  *
      *  LA BANQUE. VI-CODEP-AYANT-DROIT RAPPELLE L AYANT DROIT       *
      *  D ORIGINE QUAND LE PAIEMENT EST REDIRIGE VERS UN TIERS.      *
      *  VI-MONTANT EST EXPRIME DANS LA DEVISE DU VIREMENT            *
      *  (VI-DEVISE, DEVISE DE PAIEMENT DU BENEFICIAIRE, CF           *
      *  BNQPERS.cpy)                                                 *
      ****************************************************************
       01  E-VIRMNTX.
           05 VI-CODEP             PIC X(06).
           05 VI-CODEP-AYANT-DROIT PIC X(06).
           05 VI-PERIODE           PIC 9(06).
           05 VI-IBAN              PIC X(34).
           05 VI-BIC               PIC X(11).
           05 VI-MONTANT           PIC 9(11)V9(02).
      *    CODEP DU GROUPE QUAND LE VIREMENT REGLE LA PART D UN
      *    MEMBRE (CF NT-CODEP-GROUPE), SPACES SINON
           05 VI-CODEP-GROUPE      PIC X(06).
      *    DEVISE DU VIREMENT -- 'EUR' SAUF DEVISE DE PAIEMENT PROPRE
      *    AU BENEFICIAIRE
           05 VI-DEVISE            PIC X(03).
           05 FILLER               PIC X(05).
